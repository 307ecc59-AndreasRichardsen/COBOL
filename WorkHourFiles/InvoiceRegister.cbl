       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvoiceRegister.
       AUTHOR. Andreas Richardsen.

      * Where the billing trail continues after BillingExtract.rpt.
      * Mode 1 takes a client and a PayPeriodId, prices the client's
      * linked hours exactly the way BillingExtract does (effective
      * WorkHours.dat records, voids and standby skipped, newest
      * WorkProject.dat link wins, the master's bill rate) and turns
      * the total into the next numbered invoice in Invoices.dat,
      * with its invoice date, due date and amount, printing the
      * invoice itself to Invoice.rpt. The same client and period
      * cannot be invoiced twice. Mode 2 records a payment against
      * an invoice (partial payments add up), mode 3 writes the
      * receivables aging to InvoiceAging.rpt -- outstanding amounts
      * per client in 0-30, 31-60, 61-90 and 90+ day buckets by
      * invoice date -- and mode 4 lists the register. Open
      * invoices are picked up by CashFlowProjection as income on
      * their due dates.
      * Each report ends with the ReportProvenance block: operator, run
      * time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkHourFile ASSIGN DYNAMIC WHFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WHRecNr
           FILE STATUS IS WHFileStatus.

           SELECT ProjectMaster ASSIGN TO "ProjectMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProjectMasterStatus.

           SELECT WorkProject ASSIGN TO "WorkProject.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WorkProjectStatus.

           SELECT InvoiceFile ASSIGN TO "Invoices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InvoiceFileStatus.

           SELECT InvoicePrint ASSIGN TO "Invoice.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AgingReport ASSIGN TO "InvoiceAging.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD WorkHourFile.
       01 WorkHourDetails.
           88 EndOfFileWH       VALUE HIGH-VALUES.
           COPY "WORKHREC.cpy".

       FD ProjectMaster.
       01 ProjectMasterRecord.
           88 EndOfProjMaster   VALUE HIGH-VALUES.
           02 PMCode            PIC X(6).
           02 PMClient          PIC X(20).
           02 PMBillRate        PIC 9(4)V99.

       FD WorkProject.
       01 WorkProjectRecord.
           88 EndOfWorkProject  VALUE HIGH-VALUES.
           02 WPDate            PIC 9(8).
           02 WPSeqNr           PIC 9(2).
           02 WPCode            PIC X(6).

       FD InvoiceFile.
       01 InvoiceRecord.
           88 EndOfInvoiceFile  VALUE HIGH-VALUES.
           02 INNr              PIC 9(5).
           02 INClient          PIC X(20).
           02 INPeriod          PIC 9(6).
           02 INDate            PIC 9(8).
           02 INDueDate         PIC 9(8).
           02 INHours           PIC 9(5)V99.
           02 INAmount          PIC 9(7)V99.
           02 INPaidDate        PIC 9(8).
           02 INPaidAmount      PIC 9(7)V99.
           02 INStatus          PIC X.
              88 INOpen         VALUE "O".
              88 INPaid         VALUE "P".

       FD InvoicePrint.
       01 InvPrintLine          PIC X(70).

       FD AgingReport.
       01 AgePrintLine          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WHFileNameVar         PIC X(60) VALUE "WorkHours.dat".
       01 WHLayoutGen           PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 WHFileStatus          PIC XX.
       01 ProjectMasterStatus   PIC XX.
       01 WorkProjectStatus     PIC XX.
       01 InvoiceFileStatus     PIC XX.
       01 WHRecNr               PIC 9(6).
       01 RunMode               PIC X.
           88 CreateMode        VALUE "1".
           88 PaymentMode       VALUE "2".
           88 AgingMode         VALUE "3".
           88 ListMode          VALUE "4".

       01 ProjTable.
           02 ProjEntry         OCCURS 30 TIMES INDEXED BY PrjIdx.
              03 PrjCode        PIC X(6).
              03 PrjClient      PIC X(20).
              03 PrjRate        PIC 9(4)V99.
              03 PrjHours       PIC 9(4)V99.
       01 ProjCount             PIC 9(2) VALUE ZERO.

       01 LinkTable.
           02 LinkEntry         OCCURS 500 TIMES INDEXED BY LnkIdx.
              03 LnkDate        PIC 9(8).
              03 LnkSeqNr       PIC 9(2).
              03 LnkCode        PIC X(6).
       01 LinkCount             PIC 9(3) VALUE ZERO.
       01 LinkedCode            PIC X(6).

       01 InvoiceTable.
           02 InvoiceEntry      OCCURS 300 TIMES INDEXED BY InvIdx.
              03 InvImage       PIC X(81).
       01 InvoiceCount          PIC 9(3) VALUE ZERO.
       01 MaxInvoiceNr          PIC 9(5) VALUE ZERO.

       01 ClientTable.
           02 ClientEntry       OCCURS 30 TIMES INDEXED BY CliIdx.
              03 CliName        PIC X(20).
              03 CliBucket      PIC S9(8)V99 OCCURS 4 TIMES.
       01 ClientCount           PIC 9(2) VALUE ZERO.
       01 BucketIdx             PIC 9.

       01 TargetClient          PIC X(20).
       01 TargetPeriod          PIC 9(6).
       01 TermsDays             PIC 9(3) VALUE 14.
       01 InputWS               PIC X(12).
       01 NumValue              PIC S9(6)V99.
       01 NumOk                 PIC X.
       01 InvNrInput            PIC 9(5).
       01 ClientKnown           PIC X.
           88 KnownClient       VALUE "Y".
       01 TodayDate             PIC 9(8).
       01 TodayNum              PIC 9(7).
       01 AgeDays               PIC S9(5).
       01 Outstanding           PIC S9(7)V99.
       01 LineAmount            PIC 9(7)V99.
       01 InvoiceTotal          PIC 9(7)V99.
       01 InvoiceHours          PIC 9(5)V99.
       01 AgingTotal            PIC S9(8)V99.

       01 InvHeading.
           02 FILLER            PIC X(10) VALUE "INVOICE ".
           02 PrnInvNr          PIC 9(5).
       01 InvDateLine.
           02 FILLER            PIC X(16) VALUE "Invoice date:".
           02 PrnInvDate        PIC 9(8).
           02 FILLER            PIC X(14) VALUE "   Due date:".
           02 PrnInvDue         PIC 9(8).
       01 InvClientLine.
           02 FILLER            PIC X(16) VALUE "To:".
           02 PrnInvClient      PIC X(20).
       01 InvPeriodLine.
           02 FILLER            PIC X(16) VALUE "Work period:".
           02 PrnInvPeriod      PIC 9(6).
       01 InvProjectLine.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrnProjCode       PIC X(6).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnProjHours      PIC ZZZ9.99.
           02 FILLER            PIC X(7) VALUE " hrs @ ".
           02 PrnProjRate       PIC ZZZ9.99.
           02 FILLER            PIC X(3) VALUE " = ".
           02 PrnProjAmount     PIC Z(6)9.99.
       01 InvTotalLine.
           02 FILLER            PIC X(36) VALUE "Amount due:".
           02 PrnInvTotal       PIC Z(6)9.99.
       01 InvDivider            PIC X(70) VALUE ALL "*".

       01 AgingHeading.
           02 FILLER            PIC X(30)
              VALUE "Receivables aging as of ".
           02 PrnAgeDate        PIC 9(8).
       01 AgingColumns.
           02 FILLER            PIC X(20) VALUE "Client".
           02 FILLER            PIC X(12) VALUE "        0-30".
           02 FILLER            PIC X(12) VALUE "       31-60".
           02 FILLER            PIC X(12) VALUE "       61-90".
           02 FILLER            PIC X(12) VALUE "         90+".
       01 AgingLine.
           02 PrnAgeClient      PIC X(20).
           02 PrnAgeBucket      PIC Z(8)9.99 OCCURS 4 TIMES.
       01 AgingTotalLine.
           02 FILLER            PIC X(36)
              VALUE "Total outstanding:".
           02 PrnAgingTotal     PIC Z(8)9.99.
       01 AgeDivider            PIC X(80) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           COMPUTE TodayNum = FUNCTION INTEGER-OF-DATE(TodayDate)
           PERFORM LoadInvoiceTable
           DISPLAY "1 = Create invoice   2 = Record payment   "
              "3 = Aging report   4 = List register"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN CreateMode  PERFORM CreateInvoice
              WHEN PaymentMode PERFORM RecordPayment
              WHEN AgingMode   PERFORM WriteAgingReport
              WHEN ListMode    PERFORM ListRegister
              WHEN OTHER       DISPLAY "Unknown mode"
           END-EVALUATE
           GOBACK.

       CreateInvoice.
           PERFORM LoadProjectMaster
           IF ProjCount = ZERO
              DISPLAY "ProjectMaster.dat is empty -- tag entries in "
                 "WorkHourWriter first"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Client (as in ProjectMaster.dat)"
           ACCEPT TargetClient
           MOVE "N" TO ClientKnown
           PERFORM VARYING PrjIdx FROM 1 BY 1
              UNTIL PrjIdx > ProjCount
              IF PrjClient(PrjIdx) = TargetClient
                 SET KnownClient TO TRUE
              END-IF
           END-PERFORM
           IF NOT KnownClient
              DISPLAY "No project in ProjectMaster.dat for that client"
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROES TO TargetPeriod
           PERFORM UNTIL TargetPeriod > 190000
              DISPLAY "Pay period to invoice (YYYYMM)"
              ACCEPT TargetPeriod
           END-PERFORM
      * the guard: one invoice per client and period, full stop
           PERFORM VARYING InvIdx FROM 1 BY 1
              UNTIL InvIdx > InvoiceCount
              MOVE InvImage(InvIdx) TO InvoiceRecord
              IF INClient = TargetClient AND INPeriod = TargetPeriod
                 DISPLAY "Already invoiced as invoice " INNr
                    " on " INDate " -- not invoiced again"
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           ACCEPT WHFileNameVar FROM ENVIRONMENT "WORKHOURFILE"
           IF WHFileNameVar = SPACES
              MOVE "WorkHours.dat" TO WHFileNameVar
           END-IF
           CALL "CheckLayoutVersion" USING WHFileNameVar,
              WHLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run WorkHourMigrate before opening this file"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM LoadProjectLinks
           PERFORM TallyPeriodHours
           MOVE ZEROES TO InvoiceTotal, InvoiceHours
           PERFORM VARYING PrjIdx FROM 1 BY 1
              UNTIL PrjIdx > ProjCount
              IF PrjClient(PrjIdx) = TargetClient
                 COMPUTE LineAmount ROUNDED =
                    PrjHours(PrjIdx) * PrjRate(PrjIdx)
                 ADD LineAmount TO InvoiceTotal
                 ADD PrjHours(PrjIdx) TO InvoiceHours
              END-IF
           END-PERFORM
           IF InvoiceTotal = ZERO
              DISPLAY "No billable hours for " TargetClient " in "
                 TargetPeriod
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Billable: " InvoiceHours " hours, " InvoiceTotal
           DISPLAY "Payment terms in days (Enter = 14)"
           ACCEPT InputWS
           IF InputWS NOT = SPACES
              AND FUNCTION TEST-NUMVAL(InputWS) = ZERO
              COMPUTE TermsDays = FUNCTION NUMVAL(InputWS)
           END-IF
           IF InvoiceCount >= 300
              DISPLAY "Invoice register full (300 invoices)"
              EXIT PARAGRAPH
           END-IF
           INITIALIZE InvoiceRecord
           ADD 1 TO MaxInvoiceNr
           MOVE MaxInvoiceNr TO INNr
           MOVE TargetClient TO INClient
           MOVE TargetPeriod TO INPeriod
           MOVE TodayDate TO INDate
           COMPUTE INDueDate =
              FUNCTION DATE-OF-INTEGER(TodayNum + TermsDays)
           MOVE InvoiceHours TO INHours
           MOVE InvoiceTotal TO INAmount
           MOVE ZEROES TO INPaidDate, INPaidAmount
           MOVE "O" TO INStatus
           ADD 1 TO InvoiceCount
           MOVE InvoiceRecord TO InvImage(InvoiceCount)
           PERFORM SaveInvoiceTable
           PERFORM PrintInvoice
           DISPLAY "Invoice " INNr " registered, due " INDueDate
              " -- printed to Invoice.rpt".

       PrintInvoice.
           PERFORM StartProvenance
           OPEN OUTPUT InvoicePrint
           MOVE INNr TO PrnInvNr
           WRITE InvPrintLine FROM InvHeading AFTER ADVANCING 1 LINE
           WRITE InvPrintLine FROM InvDivider AFTER ADVANCING 1 LINE
           MOVE INDate TO PrnInvDate
           MOVE INDueDate TO PrnInvDue
           WRITE InvPrintLine FROM InvDateLine AFTER ADVANCING 1 LINE
           MOVE INClient TO PrnInvClient
           WRITE InvPrintLine FROM InvClientLine
              AFTER ADVANCING 1 LINE
           MOVE INPeriod TO PrnInvPeriod
           WRITE InvPrintLine FROM InvPeriodLine
              AFTER ADVANCING 1 LINE
           WRITE InvPrintLine FROM InvDivider AFTER ADVANCING 1 LINE
           PERFORM VARYING PrjIdx FROM 1 BY 1
              UNTIL PrjIdx > ProjCount
              IF PrjClient(PrjIdx) = TargetClient
                 AND PrjHours(PrjIdx) > ZERO
                 MOVE PrjCode(PrjIdx) TO PrnProjCode
                 MOVE PrjHours(PrjIdx) TO PrnProjHours
                 MOVE PrjRate(PrjIdx) TO PrnProjRate
                 COMPUTE LineAmount ROUNDED =
                    PrjHours(PrjIdx) * PrjRate(PrjIdx)
                 MOVE LineAmount TO PrnProjAmount
                 WRITE InvPrintLine FROM InvProjectLine
                    AFTER ADVANCING 1 LINE
              END-IF
           END-PERFORM
           WRITE InvPrintLine FROM InvDivider AFTER ADVANCING 1 LINE
           MOVE INAmount TO PrnInvTotal
           WRITE InvPrintLine FROM InvTotalLine AFTER ADVANCING 1 LINE
           CLOSE InvoicePrint
           MOVE "Invoice.rpt" TO PvReportName
           PERFORM StampProvenance.

       RecordPayment.
           DISPLAY "Invoice number"
           ACCEPT InvNrInput
           PERFORM VARYING InvIdx FROM 1 BY 1
              UNTIL InvIdx > InvoiceCount
              MOVE InvImage(InvIdx) TO InvoiceRecord
              IF INNr = InvNrInput
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF InvIdx > InvoiceCount
              DISPLAY "No invoice " InvNrInput
              EXIT PARAGRAPH
           END-IF
           IF INPaid
              DISPLAY "Invoice " INNr " is already paid in full"
              EXIT PARAGRAPH
           END-IF
           COMPUTE Outstanding = INAmount - INPaidAmount
           DISPLAY INClient " period " INPeriod " -- outstanding "
              Outstanding
           DISPLAY "Amount received"
           MOVE "N" TO NumOk
           PERFORM UNTIL NumOk = "Y"
              ACCEPT InputWS
              CALL "CheckNumber" USING InputWS, NumValue, NumOk
              IF NumOk NOT = "Y" OR NumValue NOT > ZERO
                 MOVE "N" TO NumOk
                 DISPLAY "Enter an amount above zero"
              END-IF
           END-PERFORM
           ADD NumValue TO INPaidAmount
           MOVE TodayDate TO INPaidDate
           IF INPaidAmount >= INAmount
              MOVE "P" TO INStatus
              DISPLAY "Invoice " INNr " paid in full"
           ELSE
              COMPUTE Outstanding = INAmount - INPaidAmount
              DISPLAY "Part payment -- still outstanding " Outstanding
           END-IF
           MOVE InvoiceRecord TO InvImage(InvIdx)
           PERFORM SaveInvoiceTable.

       WriteAgingReport.
           MOVE ZEROES TO ClientCount, AgingTotal
           PERFORM VARYING InvIdx FROM 1 BY 1
              UNTIL InvIdx > InvoiceCount
              MOVE InvImage(InvIdx) TO InvoiceRecord
              IF INOpen
                 PERFORM AgeOneInvoice
              END-IF
           END-PERFORM
           PERFORM StartProvenance
           OPEN OUTPUT AgingReport
           MOVE TodayDate TO PrnAgeDate
           WRITE AgePrintLine FROM AgingHeading AFTER ADVANCING 1 LINE
           WRITE AgePrintLine FROM AgeDivider AFTER ADVANCING 1 LINE
           WRITE AgePrintLine FROM AgingColumns AFTER ADVANCING 1 LINE
           PERFORM VARYING CliIdx FROM 1 BY 1
              UNTIL CliIdx > ClientCount
              MOVE CliName(CliIdx) TO PrnAgeClient
              PERFORM VARYING BucketIdx FROM 1 BY 1
                 UNTIL BucketIdx > 4
                 MOVE CliBucket(CliIdx, BucketIdx)
                    TO PrnAgeBucket(BucketIdx)
              END-PERFORM
              WRITE AgePrintLine FROM AgingLine AFTER ADVANCING 1 LINE
           END-PERFORM
           WRITE AgePrintLine FROM AgeDivider AFTER ADVANCING 1 LINE
           MOVE AgingTotal TO PrnAgingTotal
           WRITE AgePrintLine FROM AgingTotalLine
              AFTER ADVANCING 1 LINE
           CLOSE AgingReport
           MOVE "InvoiceAging.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Aging written to InvoiceAging.rpt -- outstanding "
              AgingTotal.

       AgeOneInvoice.
           COMPUTE Outstanding = INAmount - INPaidAmount
           COMPUTE AgeDays = TodayNum
              - FUNCTION INTEGER-OF-DATE(INDate)
           EVALUATE TRUE
              WHEN AgeDays <= 30 MOVE 1 TO BucketIdx
              WHEN AgeDays <= 60 MOVE 2 TO BucketIdx
              WHEN AgeDays <= 90 MOVE 3 TO BucketIdx
              WHEN OTHER         MOVE 4 TO BucketIdx
           END-EVALUATE
           PERFORM VARYING CliIdx FROM 1 BY 1
              UNTIL CliIdx > ClientCount
              IF CliName(CliIdx) = INClient
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF CliIdx > ClientCount
              IF ClientCount >= 30
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO ClientCount
              SET CliIdx TO ClientCount
              MOVE INClient TO CliName(CliIdx)
              MOVE ZEROES TO CliBucket(CliIdx, 1), CliBucket(CliIdx, 2)
                 CliBucket(CliIdx, 3), CliBucket(CliIdx, 4)
           END-IF
           ADD Outstanding TO CliBucket(CliIdx, BucketIdx)
           ADD Outstanding TO AgingTotal.

       ListRegister.
           IF InvoiceCount = ZERO
              DISPLAY "No invoices registered"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING InvIdx FROM 1 BY 1
              UNTIL InvIdx > InvoiceCount
              MOVE InvImage(InvIdx) TO InvoiceRecord
              DISPLAY INNr " " INClient " " INPeriod " " INDate
                 " due " INDueDate " " INAmount " paid " INPaidAmount
                 " " INStatus
           END-PERFORM.

       LoadInvoiceTable.
           MOVE ZEROES TO InvoiceCount, MaxInvoiceNr
           OPEN INPUT InvoiceFile
           IF InvoiceFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ InvoiceFile
              AT END SET EndOfInvoiceFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfInvoiceFile OR InvoiceCount >= 300
              ADD 1 TO InvoiceCount
              MOVE InvoiceRecord TO InvImage(InvoiceCount)
              IF INNr > MaxInvoiceNr
                 MOVE INNr TO MaxInvoiceNr
              END-IF
              READ InvoiceFile
                 AT END SET EndOfInvoiceFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE InvoiceFile.

       SaveInvoiceTable.
           OPEN OUTPUT InvoiceFile
           PERFORM VARYING InvIdx FROM 1 BY 1
              UNTIL InvIdx > InvoiceCount
              MOVE InvImage(InvIdx) TO InvoiceRecord
              WRITE InvoiceRecord
           END-PERFORM
           CLOSE InvoiceFile.

       LoadProjectMaster.
           MOVE ZEROES TO ProjCount
           OPEN INPUT ProjectMaster
           IF ProjectMasterStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ ProjectMaster
              AT END SET EndOfProjMaster TO TRUE
           END-READ
           PERFORM UNTIL EndOfProjMaster OR ProjCount >= 30
              ADD 1 TO ProjCount
              SET PrjIdx TO ProjCount
              MOVE PMCode TO PrjCode(PrjIdx)
              MOVE PMClient TO PrjClient(PrjIdx)
              MOVE PMBillRate TO PrjRate(PrjIdx)
              MOVE ZEROES TO PrjHours(PrjIdx)
              READ ProjectMaster
                 AT END SET EndOfProjMaster TO TRUE
              END-READ
           END-PERFORM
           CLOSE ProjectMaster.

       LoadProjectLinks.
           MOVE ZEROES TO LinkCount
           OPEN INPUT WorkProject
           IF WorkProjectStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ WorkProject
              AT END SET EndOfWorkProject TO TRUE
           END-READ
           PERFORM UNTIL EndOfWorkProject OR LinkCount >= 500
              ADD 1 TO LinkCount
              SET LnkIdx TO LinkCount
              MOVE WPDate TO LnkDate(LnkIdx)
              MOVE WPSeqNr TO LnkSeqNr(LnkIdx)
              MOVE WPCode TO LnkCode(LnkIdx)
              READ WorkProject
                 AT END SET EndOfWorkProject TO TRUE
              END-READ
           END-PERFORM
           CLOSE WorkProject.

       TallyPeriodHours.
           OPEN INPUT WorkHourFile
           IF WHFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WHRecNr
           PERFORM UNTIL EndOfFileWH
              READ WorkHourFile NEXT RECORD
                 AT END SET EndOfFileWH TO TRUE
              END-READ
              IF NOT EndOfFileWH
                 AND PayPeriodId = TargetPeriod
                 AND NOT WHVoided
                 AND WHWorkedDay
                 PERFORM TallyOneRecord
              END-IF
           END-PERFORM
           CLOSE WorkHourFile.

      * The newest link for a date and sequence wins, so the invoice
      * always agrees with BillingExtract.rpt for the same period.
       TallyOneRecord.
           MOVE SPACES TO LinkedCode
           PERFORM VARYING LnkIdx FROM 1 BY 1
              UNTIL LnkIdx > LinkCount
              IF LnkDate(LnkIdx) = WHDate
                 AND LnkSeqNr(LnkIdx) = WHSeqNr
                 MOVE LnkCode(LnkIdx) TO LinkedCode
              END-IF
           END-PERFORM
           IF LinkedCode = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PrjIdx FROM 1 BY 1
              UNTIL PrjIdx > ProjCount
              IF PrjCode(PrjIdx) = LinkedCode
                 ADD WHHoursWorked TO PrjHours(PrjIdx)
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "InvoiceRegister" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE WHFileNameVar TO PvInputName
           MOVE "W" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "ProjectMaster.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "WorkProject.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Invoices.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
