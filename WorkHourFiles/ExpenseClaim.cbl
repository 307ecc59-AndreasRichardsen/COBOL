       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpenseClaim.
       AUTHOR. Andreas Richardsen.

      * Work expenses the employer reimburses: business driving,
      * per diems on work travel and outlays paid out of my own
      * pocket. Each claim line in ExpenseClaims.dat carries its date
      * (which fixes its PayPeriodId), a type -- K kilometres priced
      * at the rate per km, D day per diem, N overnight per diem, O
      * outlay -- and optionally a ProjectMaster code. An outlay line
      * points at the RNr of its receipt in Receipts.dat and takes
      * its amount from there. Rates and the employer's claim
      * deadline live in ExpenseRates.dat (seeded on first run, mode
      * 4 edits them). Mode 2 prints the claim form for a period to
      * ExpenseClaim.rpt and can mark its lines submitted, mode 3
      * marks them reimbursed, and mode 5 raises an Alerts.dat
      * warning for every outlay still unclaimed whose receipt is
      * older than the deadline.
      * ExpenseClaim.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ClaimFile ASSIGN TO "ExpenseClaims.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ClaimFileStatus.

           SELECT ExpenseRates ASSIGN TO "ExpenseRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ExpenseRatesStatus.

           SELECT ProjectMaster ASSIGN TO "ProjectMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProjectMasterStatus.

           SELECT ReceiptFile ASSIGN DYNAMIC ReceiptFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS RRecNr
           FILE STATUS IS ReceiptFileStatus.

           SELECT ClaimReport ASSIGN TO "ExpenseClaim.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Alerts ASSIGN TO "Alerts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AlertsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ClaimFile.
       01 ClaimRecord.
           88 EndOfClaimFile    VALUE HIGH-VALUES.
           02 ECClaimNr         PIC 9(5).
           02 ECDate            PIC 9(8).
           02 ECType            PIC X.
              88 ECKilometres   VALUE "K".
              88 ECDayDiem      VALUE "D".
              88 ECNightDiem    VALUE "N".
              88 ECOutlay       VALUE "O".
           02 ECKm              PIC 9(5)V9.
           02 ECAmount          PIC 9(6)V99.
           02 ECRNr             PIC 9(5).
           02 ECProject         PIC X(6).
           02 ECPeriod          PIC 9(6).
           02 ECStatus          PIC X.
              88 ECOpen         VALUE "O".
              88 ECSubmitted    VALUE "S".
              88 ECReimbursed   VALUE "R".
           02 ECSubmitDate      PIC 9(8).
           02 ECReimbDate       PIC 9(8).
           02 ECNote            PIC X(30).

       FD ExpenseRates.
       01 ExpenseRatesRecord.
           02 ERKmRate          PIC 9(2)V99.
           02 ERDayRate         PIC 9(4)V99.
           02 ERNightRate       PIC 9(4)V99.
           02 ERDeadlineDays    PIC 9(3).

       FD ProjectMaster.
       01 ProjectMasterRecord.
           88 EndOfProjMaster   VALUE HIGH-VALUES.
           02 PMCode            PIC X(6).
           02 PMClient          PIC X(20).
           02 PMBillRate        PIC 9(4)V99.

       FD ReceiptFile.
       COPY "RCPTREC.cpy".

       FD ClaimReport.
       01 PrintLine             PIC X(75).

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
       01 ClaimFileStatus       PIC XX.
       01 ExpenseRatesStatus    PIC XX.
       01 ProjectMasterStatus   PIC XX.
       01 AlertsStatus          PIC XX.
       01 AlertSevWS            PIC X.
       01 AlertKeyWS            PIC X(20).
       01 AlertMsgWS            PIC X(60).
       01 RunMode               PIC X.
           88 AddLineMode       VALUE "1".
           88 ClaimFormMode     VALUE "2".
           88 ReimburseMode     VALUE "3".
           88 EditRatesMode     VALUE "4".
           88 DeadlineMode      VALUE "5".

       01 ClaimTable.
           02 ClaimEntry        OCCURS 500 TIMES INDEXED BY ClIdx.
              03 ClImage        PIC X(92).
       01 ClaimCount            PIC 9(3) VALUE ZERO.
       01 MaxClaimNr            PIC 9(5) VALUE ZERO.

       01 DateInput             PIC X(8).
       01 DateOk                PIC X.
       01 NumInput              PIC X(12).
       01 NumValue              PIC S9(6)V99.
       01 NumOk                 PIC X.
       01 TypeInput             PIC X.
       01 ProjInput             PIC X(6).
       01 ProjFound             PIC X.
           88 FoundProject      VALUE "Y".
       01 ConfirmInput          PIC X.
       01 TargetPeriod          PIC 9(6).
       01 TodayDate             PIC 9(8).
       01 TodayNum              PIC 9(7).
       01 ReceiptAgeDays        PIC S9(5).
       01 ReceiptDateWS         PIC 9(8).
       01 ReceiptAmountWS       PIC S9(6)V99.
       01 ReceiptFoundWS        PIC X.
           88 FoundReceipt      VALUE "Y".
       01 PeriodTotal           PIC 9(7)V99.
       01 LinesOnForm           PIC 9(3).
       01 StaleCount            PIC 9(3) VALUE ZERO.
       01 TypeLabel             PIC X(10).

       01 FormHeading.
           02 FILLER            PIC X(30)
              VALUE "Expense claim -- pay period ".
           02 PrnFormPeriod     PIC 9(6).
       01 FormColumns           PIC X(75)
           VALUE "  Nr    Date      Type         Km   Project  RNr
      -    "      Amount  Status".
       01 FormLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnClaimNr        PIC 9(5).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnClaimDate      PIC 9(8).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnClaimType      PIC X(10).
           02 PrnClaimKm        PIC ZZZZ9.9.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnClaimProject   PIC X(6).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnClaimRNr       PIC ZZZZZ.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnClaimAmount    PIC Z(5)9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnClaimStatus    PIC X(10).
       01 FormTotalLine.
           02 FILLER            PIC X(50) VALUE "  Total claimed:".
           02 PrnFormTotal      PIC Z(6)9.99.
       01 SignLine              PIC X(60)
           VALUE "  Signature ______________________  Date ________".
       01 Divider               PIC X(75) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT ReceiptFileNameVar FROM ENVIRONMENT "RECEIPTFILE"
           IF ReceiptFileNameVar = SPACES
              MOVE "Receipts.dat" TO ReceiptFileNameVar
           END-IF
           CALL "CheckLayoutVersion" USING ReceiptFileNameVar,
              RcptLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run ReceiptMigrate before opening this file"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT TodayDate FROM DATE YYYYMMDD
           COMPUTE TodayNum = FUNCTION INTEGER-OF-DATE(TodayDate)
           PERFORM LoadExpenseRates
           PERFORM LoadClaimTable

           DISPLAY "1 = Add claim line   2 = Claim form for a period"
           DISPLAY "3 = Mark period reimbursed   4 = Edit rates   "
              "5 = Outlay deadline check"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN AddLineMode    PERFORM AddClaimLine
              WHEN ClaimFormMode  PERFORM PrintClaimForm
              WHEN ReimburseMode  PERFORM MarkReimbursed
              WHEN EditRatesMode  PERFORM EditExpenseRates
              WHEN DeadlineMode   PERFORM CheckOutlayDeadline
              WHEN OTHER          DISPLAY "Unknown mode"
           END-EVALUATE
           GOBACK.

       LoadExpenseRates.
           OPEN INPUT ExpenseRates
           IF ExpenseRatesStatus = "00"
              READ ExpenseRates
                 AT END PERFORM SeedDefaultRates
              END-READ
              CLOSE ExpenseRates
           ELSE
              PERFORM SeedDefaultRates
              PERFORM SaveExpenseRates
           END-IF.

      * The state travel rates as the starting point; the employer's
      * own agreement usually follows them, mode 4 changes them.
       SeedDefaultRates.
           MOVE 3.50 TO ERKmRate
           MOVE 315.00 TO ERDayRate
           MOVE 1012.00 TO ERNightRate
           MOVE 60 TO ERDeadlineDays.

       SaveExpenseRates.
           OPEN OUTPUT ExpenseRates
           WRITE ExpenseRatesRecord
           CLOSE ExpenseRates.

       EditExpenseRates.
           DISPLAY "Current: " ERKmRate " per km, day diem " ERDayRate
              ", overnight diem " ERNightRate ", deadline "
              ERDeadlineDays " days"
           DISPLAY "Rate per kilometre"
           ACCEPT ERKmRate
           DISPLAY "Day per diem"
           ACCEPT ERDayRate
           DISPLAY "Overnight per diem"
           ACCEPT ERNightRate
           DISPLAY "Claim deadline for outlays (days after purchase)"
           ACCEPT ERDeadlineDays
           PERFORM SaveExpenseRates
           DISPLAY "Expense rates saved".

       AddClaimLine.
           MOVE "N" TO DateOk
           PERFORM UNTIL DateOk = "Y"
              DISPLAY "Date (YYYYMMDD)"
              ACCEPT DateInput
              CALL "CheckDate" USING DateInput, DateOk
              IF DateOk NOT = "Y"
                 DISPLAY "Enter a valid date"
              END-IF
           END-PERFORM
           INITIALIZE ClaimRecord
           MOVE DateInput TO ECDate
           COMPUTE ECPeriod = ECDate / 100
           MOVE SPACES TO TypeInput
           PERFORM UNTIL TypeInput = "K" OR "D" OR "N" OR "O"
              DISPLAY "Type: K = kilometres  D = day per diem  "
                 "N = overnight per diem  O = outlay"
              ACCEPT TypeInput
              MOVE FUNCTION UPPER-CASE(TypeInput) TO TypeInput
           END-PERFORM
           MOVE TypeInput TO ECType
           EVALUATE TRUE
              WHEN ECKilometres
                 DISPLAY "Kilometres driven"
                 PERFORM AcceptPositiveNumber
                 MOVE NumValue TO ECKm
                 COMPUTE ECAmount ROUNDED = ECKm * ERKmRate
              WHEN ECDayDiem
                 DISPLAY "Number of days"
                 PERFORM AcceptPositiveNumber
                 COMPUTE ECAmount ROUNDED = NumValue * ERDayRate
              WHEN ECNightDiem
                 DISPLAY "Number of nights"
                 PERFORM AcceptPositiveNumber
                 COMPUTE ECAmount ROUNDED = NumValue * ERNightRate
              WHEN ECOutlay
                 PERFORM AskOutlayReceipt
                 IF NOT FoundReceipt
                    EXIT PARAGRAPH
                 END-IF
           END-EVALUATE
           PERFORM AskProjectCode
           DISPLAY "Note (destination, purpose)"
           ACCEPT ECNote
           ADD 1 TO MaxClaimNr
           MOVE MaxClaimNr TO ECClaimNr
           MOVE "O" TO ECStatus
           MOVE ZEROES TO ECSubmitDate, ECReimbDate
           OPEN EXTEND ClaimFile
           IF ClaimFileStatus = "35"
              OPEN OUTPUT ClaimFile
              CLOSE ClaimFile
              OPEN EXTEND ClaimFile
           END-IF
           WRITE ClaimRecord
           CLOSE ClaimFile
           DISPLAY "Claim line " ECClaimNr " for period " ECPeriod
              ": " ECAmount.

      * The outlay's amount is the receipt's own total, so the claim
      * and the spending log can never disagree.
       AskOutlayReceipt.
           DISPLAY "RNr of the receipt"
           ACCEPT NumInput
           MOVE "N" TO ReceiptFoundWS
           IF FUNCTION TEST-NUMVAL(NumInput) NOT = ZERO
              DISPLAY "Not a receipt number"
              EXIT PARAGRAPH
           END-IF
           COMPUTE ECRNr = FUNCTION NUMVAL(NumInput)
           PERFORM ReadClaimReceipt
           IF NOT FoundReceipt
              DISPLAY "No receipt with RNr " ECRNr
              EXIT PARAGRAPH
           END-IF
           IF ReceiptAmountWS < ZERO
              DISPLAY "That receipt is a refund -- not claimable"
              MOVE "N" TO ReceiptFoundWS
              EXIT PARAGRAPH
           END-IF
           MOVE ReceiptAmountWS TO ECAmount
           DISPLAY "Receipt " ReceiptDateWS ": " ECAmount
           COMPUTE ReceiptAgeDays = TodayNum
              - FUNCTION INTEGER-OF-DATE(ReceiptDateWS)
           IF ReceiptAgeDays > ERDeadlineDays
              DISPLAY "Warning: the receipt is " ReceiptAgeDays
                 " days old -- past the " ERDeadlineDays
                 "-day claim deadline"
           END-IF.

       ReadClaimReceipt.
           MOVE "N" TO ReceiptFoundWS
           OPEN INPUT ReceiptFile
           IF ReceiptFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE ECRNr TO RRecNr
           READ ReceiptFile
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 SET FoundReceipt TO TRUE
                 IF RHeaderRecord
                    MOVE HdrDate TO ReceiptDateWS
                    MOVE HdrTotal TO ReceiptAmountWS
                 ELSE
                    MOVE RDate TO ReceiptDateWS
                    COMPUTE ReceiptAmountWS = RPrice * RAmount
                 END-IF
           END-READ
           CLOSE ReceiptFile.

       AskProjectCode.
           MOVE SPACES TO ECProject
           PERFORM UNTIL EXIT
              DISPLAY "Project code (Enter = none)"
              ACCEPT ProjInput
              IF ProjInput = SPACES
                 EXIT PERFORM
              END-IF
              PERFORM FindProjectCode
              IF FoundProject
                 MOVE ProjInput TO ECProject
                 EXIT PERFORM
              END-IF
              DISPLAY "Unknown project code -- not in ProjectMaster.dat"
           END-PERFORM.

       FindProjectCode.
           MOVE "N" TO ProjFound
           OPEN INPUT ProjectMaster
           IF ProjectMasterStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ ProjectMaster
              AT END SET EndOfProjMaster TO TRUE
           END-READ
           PERFORM UNTIL EndOfProjMaster
              IF PMCode = ProjInput
                 SET FoundProject TO TRUE
              END-IF
              READ ProjectMaster
                 AT END SET EndOfProjMaster TO TRUE
              END-READ
           END-PERFORM
           CLOSE ProjectMaster.

       AcceptPositiveNumber.
           MOVE "N" TO NumOk
           PERFORM UNTIL NumOk = "Y"
              ACCEPT NumInput
              CALL "CheckNumber" USING NumInput, NumValue, NumOk
              IF NumOk NOT = "Y" OR NumValue NOT > ZERO
                 MOVE "N" TO NumOk
                 DISPLAY "Enter a number above zero"
              END-IF
           END-PERFORM.

      * Every line of the period not yet reimbursed goes on the form;
      * once it has been handed in, the open ones are marked
      * submitted so the next form does not repeat them unnoticed.
       PrintClaimForm.
           PERFORM AskTargetPeriod
           PERFORM StartProvenance
           OPEN OUTPUT ClaimReport
           MOVE TargetPeriod TO PrnFormPeriod
           WRITE PrintLine FROM FormHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM FormColumns AFTER ADVANCING 1 LINE
           MOVE ZEROES TO PeriodTotal, LinesOnForm
           PERFORM VARYING ClIdx FROM 1 BY 1
              UNTIL ClIdx > ClaimCount
              MOVE ClImage(ClIdx) TO ClaimRecord
              IF ECPeriod = TargetPeriod AND NOT ECReimbursed
                 PERFORM WriteFormLine
                 ADD ECAmount TO PeriodTotal
                 ADD 1 TO LinesOnForm
              END-IF
           END-PERFORM
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE PeriodTotal TO PrnFormTotal
           WRITE PrintLine FROM FormTotalLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM SignLine AFTER ADVANCING 2 LINES
           CLOSE ClaimReport
           MOVE "ExpenseClaim.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Claim form written to ExpenseClaim.rpt ("
              LinesOnForm " lines, " PeriodTotal ")"
           IF LinesOnForm = ZERO
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Mark the open lines as submitted? Y/N"
           ACCEPT ConfirmInput
           IF ConfirmInput NOT = "Y" AND ConfirmInput NOT = "y"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ClIdx FROM 1 BY 1
              UNTIL ClIdx > ClaimCount
              MOVE ClImage(ClIdx) TO ClaimRecord
              IF ECPeriod = TargetPeriod AND ECOpen
                 MOVE "S" TO ECStatus
                 MOVE TodayDate TO ECSubmitDate
                 MOVE ClaimRecord TO ClImage(ClIdx)
              END-IF
           END-PERFORM
           PERFORM SaveClaimTable
           DISPLAY "Lines marked submitted".

       WriteFormLine.
           MOVE ECClaimNr TO PrnClaimNr
           MOVE ECDate TO PrnClaimDate
           EVALUATE TRUE
              WHEN ECKilometres MOVE "Mileage" TO PrnClaimType
              WHEN ECDayDiem    MOVE "Day diem" TO PrnClaimType
              WHEN ECNightDiem  MOVE "Overnight" TO PrnClaimType
              WHEN ECOutlay     MOVE "Outlay" TO PrnClaimType
           END-EVALUATE
           MOVE ECKm TO PrnClaimKm
           MOVE ECProject TO PrnClaimProject
           MOVE ECRNr TO PrnClaimRNr
           MOVE ECAmount TO PrnClaimAmount
           EVALUATE TRUE
              WHEN ECOpen       MOVE "open" TO PrnClaimStatus
              WHEN ECSubmitted  MOVE "submitted" TO PrnClaimStatus
              WHEN ECReimbursed MOVE "reimbursed" TO PrnClaimStatus
           END-EVALUATE
           WRITE PrintLine FROM FormLine AFTER ADVANCING 1 LINE.

       MarkReimbursed.
           PERFORM AskTargetPeriod
           MOVE ZEROES TO PeriodTotal, LinesOnForm
           PERFORM VARYING ClIdx FROM 1 BY 1
              UNTIL ClIdx > ClaimCount
              MOVE ClImage(ClIdx) TO ClaimRecord
              IF ECPeriod = TargetPeriod AND ECSubmitted
                 ADD ECAmount TO PeriodTotal
                 ADD 1 TO LinesOnForm
              END-IF
           END-PERFORM
           IF LinesOnForm = ZERO
              DISPLAY "No submitted lines for " TargetPeriod
              EXIT PARAGRAPH
           END-IF
           DISPLAY LinesOnForm " submitted lines, " PeriodTotal
              " -- mark reimbursed? Y/N"
           ACCEPT ConfirmInput
           IF ConfirmInput NOT = "Y" AND ConfirmInput NOT = "y"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ClIdx FROM 1 BY 1
              UNTIL ClIdx > ClaimCount
              MOVE ClImage(ClIdx) TO ClaimRecord
              IF ECPeriod = TargetPeriod AND ECSubmitted
                 MOVE "R" TO ECStatus
                 MOVE TodayDate TO ECReimbDate
                 MOVE ClaimRecord TO ClImage(ClIdx)
              END-IF
           END-PERFORM
           PERFORM SaveClaimTable
           DISPLAY "Lines marked reimbursed".

      * Outlays not yet handed in whose receipt has aged past the
      * deadline; the employer may refuse them, so they are raised
      * while there is still a chance to argue.
       CheckOutlayDeadline.
           PERFORM VARYING ClIdx FROM 1 BY 1
              UNTIL ClIdx > ClaimCount
              MOVE ClImage(ClIdx) TO ClaimRecord
              IF ECOutlay AND ECOpen
                 PERFORM ReadClaimReceipt
                 IF NOT FoundReceipt
                    MOVE ECDate TO ReceiptDateWS
                 END-IF
                 COMPUTE ReceiptAgeDays = TodayNum
                    - FUNCTION INTEGER-OF-DATE(ReceiptDateWS)
                 IF ReceiptAgeDays > ERDeadlineDays
                    ADD 1 TO StaleCount
                    DISPLAY "  claim " ECClaimNr " RNr " ECRNr " "
                       ReceiptDateWS " " ECAmount " -- "
                       ReceiptAgeDays " days old"
                    MOVE "W" TO AlertSevWS
                    MOVE SPACES TO AlertKeyWS, AlertMsgWS
                    STRING "RNr " DELIMITED BY SIZE
                       ECRNr DELIMITED BY SIZE
                       INTO AlertKeyWS
                    END-STRING
                    STRING "Outlay not claimed, receipt past the "
                       DELIMITED BY SIZE
                       "claim deadline: " DELIMITED BY SIZE
                       ReceiptDateWS DELIMITED BY SIZE
                       INTO AlertMsgWS
                    END-STRING
                    PERFORM WriteAlert
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY StaleCount " outlay(s) past the " ERDeadlineDays
              "-day deadline".

       AskTargetPeriod.
           MOVE ZEROES TO TargetPeriod
           PERFORM UNTIL TargetPeriod >= 190001
              AND TargetPeriod <= 209912
              DISPLAY "Pay period (YYYYMM)"
              ACCEPT TargetPeriod
           END-PERFORM.

       LoadClaimTable.
           MOVE ZEROES TO ClaimCount, MaxClaimNr
           OPEN INPUT ClaimFile
           IF ClaimFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ ClaimFile
              AT END SET EndOfClaimFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfClaimFile
              IF ClaimCount < 500
                 ADD 1 TO ClaimCount
                 MOVE ClaimRecord TO ClImage(ClaimCount)
              END-IF
              IF ECClaimNr > MaxClaimNr
                 MOVE ECClaimNr TO MaxClaimNr
              END-IF
              READ ClaimFile
                 AT END SET EndOfClaimFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE ClaimFile
           IF ClaimCount >= 500
              DISPLAY "Claim table full -- only the first 500 lines "
                 "are shown"
           END-IF.

       SaveClaimTable.
           OPEN OUTPUT ClaimFile
           PERFORM VARYING ClIdx FROM 1 BY 1
              UNTIL ClIdx > ClaimCount
              MOVE ClImage(ClIdx) TO ClaimRecord
              WRITE ClaimRecord
           END-PERFORM
           CLOSE ClaimFile.

      * One line into the shared alert hub; the inbox and the daily
      * digest surface it even when nobody was watching this screen.
       WriteAlert.
           OPEN EXTEND Alerts
           IF AlertsStatus = "35"
              OPEN OUTPUT Alerts
              CLOSE Alerts
              OPEN EXTEND Alerts
           END-IF
           MOVE "ExpenseClaim" TO AlProgram
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
           MOVE "ExpenseClaim" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "ExpenseClaims.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "ExpenseRates.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "ProjectMaster.dat" TO PvInputName
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
