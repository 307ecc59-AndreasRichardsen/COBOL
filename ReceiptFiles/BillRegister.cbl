       IDENTIFICATION DIVISION.
       PROGRAM-ID. BillRegister.
       AUTHOR. Andreas Richardsen.

      * Accounts payable: the bill exists in Bills.dat from the day
      * it arrives, not only once its invoice-paid receipt header
      * (HdrPayMethod "I") is keyed. Mode 1 enters a bill with
      * payee, amount, due date and KID; the KID must pass the
      * MOD10 or MOD11 check digit through CheckKid before it is
      * stored. Mode 2 lists the unpaid bills due within the chosen
      * number of days to BillsDue.rpt and raises an Alerts.dat
      * warning, once per bill, for every one already overdue.
      * Mode 3 marks a bill paid by matching it to its invoice-paid
      * receipt header in Receipts.dat (same amount, candidates
      * listed by RNr). Mode 4 writes BillMatch.rpt: the unpaid
      * bills, and the invoice-paid headers no bill points at.
      * Each report ends with the ReportProvenance block: operator, run
      * time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BillFile ASSIGN TO "Bills.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BillFileStatus.

           SELECT ReceiptFile ASSIGN DYNAMIC ReceiptFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS RRecNr
           FILE STATUS IS ReceiptFileStatus.

           SELECT DueReport ASSIGN TO "BillsDue.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MatchReport ASSIGN TO "BillMatch.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Alerts ASSIGN TO "Alerts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AlertsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BillFile.
       01 BillRecord.
           88 EndOfBillFile     VALUE HIGH-VALUES.
           02 BLNr              PIC 9(5).
           02 BLPayee           PIC X(20).
           02 BLAmount          PIC 9(6)V99.
           02 BLDueDate         PIC 9(8).
           02 BLKid             PIC X(25).
           02 BLEntered         PIC 9(8).
           02 BLStatus          PIC X.
              88 BLUnpaid       VALUE "U".
              88 BLPaid         VALUE "P".
           02 BLPaidRNr         PIC 9(5).
           02 BLPaidDate        PIC 9(8).
      * "Y" once the overdue warning has gone to Alerts.dat
           02 BLOverdueAlert    PIC X.

       FD ReceiptFile.
       COPY "RCPTREC.cpy".

       FD DueReport.
       01 DuePrintLine          PIC X(80).

       FD MatchReport.
       01 MatchPrintLine        PIC X(80).

       FD Alerts.
       01 AlertRecord.
           02 AlProgram         PIC X(20).
           02 AlDate            PIC 9(8).
           02 AlTime            PIC 9(8).
           02 AlSeverity        PIC X.
           02 AlAckFlag         PIC X.
           02 AlKey             PIC X(20).
           02 AlMessage         PIC X(60).

       WORKING-STORAGE SECTION.
       01 ReceiptFileNameVar    PIC X(60) VALUE "Receipts.dat".
       01 RcptLayoutGen         PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 ReceiptFileStatus     PIC XX.
       01 RRecNr                PIC 9(5).
       01 BillFileStatus        PIC XX.
       01 AlertsStatus          PIC XX.
       01 AlertSevWS            PIC X.
       01 AlertKeyWS            PIC X(20).
       01 AlertMsgWS            PIC X(60).
       01 RunMode               PIC X.
           88 EnterMode         VALUE "1".
           88 DueListMode       VALUE "2".
           88 MarkPaidMode      VALUE "3".
           88 MatchMode         VALUE "4".

       01 BillTable.
           02 BillEntry         OCCURS 400 TIMES INDEXED BY BilIdx.
              03 BilImage       PIC X(89).
       01 BillCount             PIC 9(3) VALUE ZERO.
       01 MaxBillNr             PIC 9(5) VALUE ZERO.

      * invoice-paid receipt headers, for matching and the
      * unmatched list
       01 InvHdrTable.
           02 InvHdrEntry       OCCURS 400 TIMES INDEXED BY IhIdx.
              03 IhNr           PIC 9(5).
              03 IhDate         PIC 9(8).
              03 IhStore        PIC X(20).
              03 IhTotal        PIC S9(6)V99.
              03 IhTaken        PIC X.
       01 InvHdrCount           PIC 9(3) VALUE ZERO.

       01 KidResult             PIC X.
       01 InputWS               PIC X(12).
       01 NumValue              PIC S9(6)V99.
       01 NumOk                 PIC X.
       01 DateInput             PIC X(8).
       01 DateOk                PIC X.
       01 BillNrInput           PIC 9(5).
       01 RNrInput              PIC 9(5).
       01 HorizonDays           PIC 9(3) VALUE 14.
       01 TodayDate             PIC 9(8).
       01 TodayNum              PIC 9(7).
       01 HorizonDate           PIC 9(8).
       01 CandidateCount        PIC 9(3).
       01 DueCount              PIC 9(3) VALUE ZERO.
       01 OverdueCount          PIC 9(3) VALUE ZERO.
       01 DueTotal              PIC 9(7)V99 VALUE ZERO.
       01 BillsChanged          PIC X VALUE "N".
       01 UnpaidCount           PIC 9(3) VALUE ZERO.
       01 UnmatchedCount        PIC 9(3) VALUE ZERO.

       01 DueHeading.
           02 FILLER            PIC X(30)
              VALUE "Bills due within ".
           02 PrnHorizon        PIC ZZ9.
           02 FILLER            PIC X(14) VALUE " days, as of ".
           02 PrnDueToday       PIC 9(8).
       01 BillLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnBillNr         PIC 9(5).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnBillPayee      PIC X(20).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnBillAmount     PIC ZZZZZ9.99.
           02 FILLER            PIC X(5) VALUE " due ".
           02 PrnBillDue        PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnBillKid        PIC X(25).
       01 OverdueTag            PIC X(20) VALUE "  ** OVERDUE **".
       01 DueTotalLine.
           02 FILLER            PIC X(28)
              VALUE "  Total due in horizon:".
           02 PrnDueTotal       PIC Z(6)9.99.

       01 MatchHeading          PIC X(40)
           VALUE "Bills and invoice-paid receipts".
       01 UnpaidTitle           PIC X(40)
           VALUE "Unpaid bills:".
       01 UnmatchedTitle        PIC X(60)
           VALUE "Invoice-paid receipt headers with no bill:".
       01 HeaderLine.
           02 FILLER            PIC X(6) VALUE "  RNr ".
           02 PrnHdrNr          PIC 9(5).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnHdrDate        PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnHdrStore       PIC X(20).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnHdrTotal       PIC ZZZZZ9.99-.
       01 NoneLine              PIC X(12) VALUE "  (none)".
       01 Divider               PIC X(80) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           COMPUTE TodayNum = FUNCTION INTEGER-OF-DATE(TodayDate)
           PERFORM LoadBillTable
           DISPLAY "1 = Enter bill   2 = Due list   3 = Mark paid   "
              "4 = Match report"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN EnterMode    PERFORM EnterBill
              WHEN DueListMode  PERFORM WriteDueList
              WHEN MarkPaidMode PERFORM MarkBillPaid
              WHEN MatchMode    PERFORM WriteMatchReport
              WHEN OTHER        DISPLAY "Unknown mode"
           END-EVALUATE
           GOBACK.

       EnterBill.
           IF BillCount >= 400
              DISPLAY "Bill register full (400 bills)"
              EXIT PARAGRAPH
           END-IF
           INITIALIZE BillRecord
           DISPLAY "Payee"
           ACCEPT BLPayee
           DISPLAY "Amount"
           MOVE "N" TO NumOk
           PERFORM UNTIL NumOk = "Y"
              ACCEPT InputWS
              CALL "CheckNumber" USING InputWS, NumValue, NumOk
              IF NumOk NOT = "Y" OR NumValue NOT > ZERO
                 MOVE "N" TO NumOk
                 DISPLAY "Enter an amount above zero"
              END-IF
           END-PERFORM
           MOVE NumValue TO BLAmount
           MOVE "N" TO DateOk
           PERFORM UNTIL DateOk = "Y"
              DISPLAY "Due date (YYYYMMDD)"
              ACCEPT DateInput
              CALL "CheckDate" USING DateInput, DateOk
              IF DateOk NOT = "Y"
                 DISPLAY "Enter a valid date"
              END-IF
           END-PERFORM
           MOVE DateInput TO BLDueDate
           MOVE "N" TO KidResult
           PERFORM UNTIL KidResult NOT = "N"
              DISPLAY "KID"
              ACCEPT BLKid
              CALL "CheckKid" USING BLKid, KidResult
              IF KidResult = "N"
                 DISPLAY "KID fails the MOD10 and MOD11 check -- "
                    "check the digits on the bill"
              END-IF
           END-PERFORM
           ADD 1 TO MaxBillNr
           MOVE MaxBillNr TO BLNr
           MOVE TodayDate TO BLEntered
           MOVE "U" TO BLStatus
           MOVE ZEROES TO BLPaidRNr, BLPaidDate
           MOVE "N" TO BLOverdueAlert
           ADD 1 TO BillCount
           MOVE BillRecord TO BilImage(BillCount)
           PERFORM SaveBillTable
           IF KidResult = "1"
              DISPLAY "Bill " BLNr " registered (KID MOD10)"
           ELSE
              DISPLAY "Bill " BLNr " registered (KID MOD11)"
           END-IF.

       WriteDueList.
           DISPLAY "Days ahead (Enter = 14)"
           ACCEPT InputWS
           IF InputWS NOT = SPACES
              AND FUNCTION TEST-NUMVAL(InputWS) = ZERO
              COMPUTE HorizonDays = FUNCTION NUMVAL(InputWS)
           END-IF
           COMPUTE HorizonDate =
              FUNCTION DATE-OF-INTEGER(TodayNum + HorizonDays)
           PERFORM StartProvenance
           OPEN OUTPUT DueReport
           MOVE HorizonDays TO PrnHorizon
           MOVE TodayDate TO PrnDueToday
           WRITE DuePrintLine FROM DueHeading AFTER ADVANCING 1 LINE
           WRITE DuePrintLine FROM Divider AFTER ADVANCING 1 LINE
           PERFORM VARYING BilIdx FROM 1 BY 1
              UNTIL BilIdx > BillCount
              MOVE BilImage(BilIdx) TO BillRecord
              IF BLUnpaid AND BLDueDate <= HorizonDate
                 PERFORM WriteDueBill
              END-IF
           END-PERFORM
           IF DueCount = ZERO
              WRITE DuePrintLine FROM NoneLine AFTER ADVANCING 1 LINE
           END-IF
           WRITE DuePrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE DueTotal TO PrnDueTotal
           WRITE DuePrintLine FROM DueTotalLine AFTER ADVANCING 1 LINE
           CLOSE DueReport
           MOVE "BillsDue.rpt" TO PvReportName
           PERFORM StampProvenance
           IF BillsChanged = "Y"
              PERFORM SaveBillTable
           END-IF
           DISPLAY DueCount " bill(s) due, " OverdueCount
              " overdue -- written to BillsDue.rpt".

       WriteDueBill.
           ADD 1 TO DueCount
           ADD BLAmount TO DueTotal
           PERFORM MoveBillLine
           WRITE DuePrintLine FROM BillLine AFTER ADVANCING 1 LINE
           IF BLDueDate >= TodayDate
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO OverdueCount
           WRITE DuePrintLine FROM OverdueTag AFTER ADVANCING 1 LINE
           IF BLOverdueAlert = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE "W" TO AlertSevWS
           MOVE SPACES TO AlertKeyWS, AlertMsgWS
           STRING "Bill " DELIMITED BY SIZE
              BLNr DELIMITED BY SIZE
              INTO AlertKeyWS
           END-STRING
           STRING "Overdue bill: " DELIMITED BY SIZE
              BLPayee DELIMITED BY SIZE
              " due " DELIMITED BY SIZE
              BLDueDate DELIMITED BY SIZE
              INTO AlertMsgWS
           END-STRING
           PERFORM WriteAlert
           MOVE "Y" TO BLOverdueAlert
           MOVE BillRecord TO BilImage(BilIdx)
           MOVE "Y" TO BillsChanged.

       MoveBillLine.
           MOVE BLNr TO PrnBillNr
           MOVE BLPayee TO PrnBillPayee
           MOVE BLAmount TO PrnBillAmount
           MOVE BLDueDate TO PrnBillDue
           MOVE BLKid TO PrnBillKid.

      * The bill is paid when its receipt header is: candidates are
      * the invoice-paid headers of the same amount not already
      * claimed by another bill.
       MarkBillPaid.
           DISPLAY "Bill number"
           ACCEPT BillNrInput
           PERFORM VARYING BilIdx FROM 1 BY 1
              UNTIL BilIdx > BillCount
              MOVE BilImage(BilIdx) TO BillRecord
              IF BLNr = BillNrInput
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF BilIdx > BillCount
              DISPLAY "No bill " BillNrInput
              EXIT PARAGRAPH
           END-IF
           IF BLPaid
              DISPLAY "Bill " BLNr " is already matched to RNr "
                 BLPaidRNr
              EXIT PARAGRAPH
           END-IF
           PERFORM LoadInvoiceHeaders
           IF LayoutOkWS NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROES TO CandidateCount
           DISPLAY BLPayee " " BLAmount " due " BLDueDate
           PERFORM VARYING IhIdx FROM 1 BY 1
              UNTIL IhIdx > InvHdrCount
              IF IhTaken(IhIdx) = "N" AND IhTotal(IhIdx) = BLAmount
                 ADD 1 TO CandidateCount
                 DISPLAY "  RNr " IhNr(IhIdx) " " IhDate(IhIdx) " "
                    IhStore(IhIdx) " " IhTotal(IhIdx)
              END-IF
           END-PERFORM
           IF CandidateCount = ZERO
              DISPLAY "No invoice-paid receipt header of that amount "
                 "-- key the payment in ReceiptWriter first"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "RNr of the receipt that paid it (0 = cancel)"
           ACCEPT RNrInput
           IF RNrInput = ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IhIdx FROM 1 BY 1
              UNTIL IhIdx > InvHdrCount
              IF IhNr(IhIdx) = RNrInput
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF IhIdx > InvHdrCount
              DISPLAY "RNr " RNrInput " is not an invoice-paid header"
              EXIT PARAGRAPH
           END-IF
           IF IhTaken(IhIdx) = "Y"
              DISPLAY "RNr " RNrInput " already pays another bill"
              EXIT PARAGRAPH
           END-IF
           MOVE "P" TO BLStatus
           MOVE RNrInput TO BLPaidRNr
           MOVE IhDate(IhIdx) TO BLPaidDate
           MOVE BillRecord TO BilImage(BilIdx)
           PERFORM SaveBillTable
           DISPLAY "Bill " BLNr " paid by RNr " BLPaidRNr.

       WriteMatchReport.
           PERFORM LoadInvoiceHeaders
           IF LayoutOkWS NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           PERFORM StartProvenance
           OPEN OUTPUT MatchReport
           WRITE MatchPrintLine FROM MatchHeading
              AFTER ADVANCING 1 LINE
           WRITE MatchPrintLine FROM Divider AFTER ADVANCING 1 LINE
           WRITE MatchPrintLine FROM UnpaidTitle
              AFTER ADVANCING 1 LINE
           PERFORM VARYING BilIdx FROM 1 BY 1
              UNTIL BilIdx > BillCount
              MOVE BilImage(BilIdx) TO BillRecord
              IF BLUnpaid
                 ADD 1 TO UnpaidCount
                 PERFORM MoveBillLine
                 WRITE MatchPrintLine FROM BillLine
                    AFTER ADVANCING 1 LINE
              END-IF
           END-PERFORM
           IF UnpaidCount = ZERO
              WRITE MatchPrintLine FROM NoneLine
                 AFTER ADVANCING 1 LINE
           END-IF
           WRITE MatchPrintLine FROM UnmatchedTitle
              AFTER ADVANCING 2 LINES
           PERFORM VARYING IhIdx FROM 1 BY 1
              UNTIL IhIdx > InvHdrCount
              IF IhTaken(IhIdx) = "N"
                 ADD 1 TO UnmatchedCount
                 MOVE IhNr(IhIdx) TO PrnHdrNr
                 MOVE IhDate(IhIdx) TO PrnHdrDate
                 MOVE IhStore(IhIdx) TO PrnHdrStore
                 MOVE IhTotal(IhIdx) TO PrnHdrTotal
                 WRITE MatchPrintLine FROM HeaderLine
                    AFTER ADVANCING 1 LINE
              END-IF
           END-PERFORM
           IF UnmatchedCount = ZERO
              WRITE MatchPrintLine FROM NoneLine
                 AFTER ADVANCING 1 LINE
           END-IF
           CLOSE MatchReport
           MOVE "BillMatch.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY UnpaidCount " unpaid bill(s), " UnmatchedCount
              " unmatched invoice header(s) -- written to "
              "BillMatch.rpt".

      * Every HdrInvoicePay header, marked taken when a paid bill
      * already points at it.
       LoadInvoiceHeaders.
           MOVE ZEROES TO InvHdrCount
           ACCEPT ReceiptFileNameVar FROM ENVIRONMENT "RECEIPTFILE"
           IF ReceiptFileNameVar = SPACES
              MOVE "Receipts.dat" TO ReceiptFileNameVar
           END-IF
           CALL "CheckLayoutVersion" USING ReceiptFileNameVar,
              RcptLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run ReceiptMigrate before opening this file"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT ReceiptFile
           IF ReceiptFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO RRecNr
           PERFORM UNTIL EndOfReceipt
              READ ReceiptFile NEXT RECORD
                 AT END SET EndOfReceipt TO TRUE
              END-READ
              IF NOT EndOfReceipt AND RHeaderRecord
                 AND HdrInvoicePay AND InvHdrCount < 400
                 ADD 1 TO InvHdrCount
                 SET IhIdx TO InvHdrCount
                 MOVE HdrNr TO IhNr(IhIdx)
                 MOVE HdrDate TO IhDate(IhIdx)
                 MOVE HdrStore TO IhStore(IhIdx)
                 MOVE HdrTotal TO IhTotal(IhIdx)
                 MOVE "N" TO IhTaken(IhIdx)
              END-IF
           END-PERFORM
           CLOSE ReceiptFile
           PERFORM VARYING BilIdx FROM 1 BY 1
              UNTIL BilIdx > BillCount
              MOVE BilImage(BilIdx) TO BillRecord
              IF BLPaid
                 PERFORM VARYING IhIdx FROM 1 BY 1
                    UNTIL IhIdx > InvHdrCount
                    IF IhNr(IhIdx) = BLPaidRNr
                       MOVE "Y" TO IhTaken(IhIdx)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       LoadBillTable.
           MOVE ZEROES TO BillCount, MaxBillNr
           OPEN INPUT BillFile
           IF BillFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ BillFile
              AT END SET EndOfBillFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfBillFile OR BillCount >= 400
              ADD 1 TO BillCount
              MOVE BillRecord TO BilImage(BillCount)
              IF BLNr > MaxBillNr
                 MOVE BLNr TO MaxBillNr
              END-IF
              READ BillFile
                 AT END SET EndOfBillFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE BillFile.

       SaveBillTable.
           OPEN OUTPUT BillFile
           PERFORM VARYING BilIdx FROM 1 BY 1
              UNTIL BilIdx > BillCount
              MOVE BilImage(BilIdx) TO BillRecord
              WRITE BillRecord
           END-PERFORM
           CLOSE BillFile.

      * One line into the shared alert hub; the inbox and the daily
      * digest surface it even when nobody was watching this screen.
       WriteAlert.
           OPEN EXTEND Alerts
           IF AlertsStatus = "35"
              OPEN OUTPUT Alerts
              CLOSE Alerts
              OPEN EXTEND Alerts
           END-IF
           MOVE "BillRegister" TO AlProgram
           ACCEPT AlDate FROM DATE YYYYMMDD
           ACCEPT AlTime FROM TIME
           MOVE AlertSevWS TO AlSeverity
           MOVE "N" TO AlAckFlag
           MOVE AlertKeyWS TO AlKey
           MOVE AlertMsgWS TO AlMessage
           WRITE AlertRecord
           CLOSE Alerts.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "BillRegister" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "Bills.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
