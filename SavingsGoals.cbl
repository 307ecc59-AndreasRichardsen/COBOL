       IDENTIFICATION DIVISION.
       PROGRAM-ID. SavingsGoals.
       AUTHOR. Andreas Richardsen.

      * "Will we have the holiday money by June?" Each goal in
      * Goals.dat has a name, a target amount, a target date and
      * optionally a linked account from NetWorth's Accounts.dat.
      * Money set aside is counted two ways: contributions entered
      * here (mode 2, GoalContribs.dat -- a withdrawal is entered
      * negative), and for a linked account the growth of its
      * latest balance in AccountBalances.dat over the balance it
      * had when the goal was set up. Mode 3 writes SavingsGoals.rpt:
      * saved against target, the monthly amount now needed to make
      * the date, and whether the average monthly surplus of the
      * last CashFlowProjection run (CashFlowSummary.dat) covers it,
      * goal by goal and for all open goals together. A goal is
      * behind when it has less than a straight line from its start
      * to the target would have by today; a behind or overdue goal
      * raises a warning in Alerts.dat, once a month per goal. Mode
      * 4 closes a goal as reached or dropped.
      * SavingsGoals.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GoalFile ASSIGN TO "Goals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GoalFileStatus.

           SELECT ContribFile ASSIGN TO "GoalContribs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ContribFileStatus.

           SELECT AccountFile ASSIGN TO "Accounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AccountFileStatus.

           SELECT BalanceFile ASSIGN TO "AccountBalances.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BalanceFileStatus.

           SELECT SummaryFile ASSIGN TO "CashFlowSummary.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SummaryFileStatus.

           SELECT Alerts ASSIGN TO "Alerts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AlertsStatus.

           SELECT GoalReport ASSIGN TO "SavingsGoals.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GoalFile.
       01 GoalRecord.
           88 EndOfGoalFile     VALUE HIGH-VALUES.
           02 GlCode            PIC X(6).
           02 GlName            PIC X(24).
           02 GlTarget          PIC 9(7)V99.
           02 GlDate            PIC 9(8).
           02 GlAccount         PIC X(6).
           02 GlStart           PIC 9(8).
      * the linked account's balance when the goal was set up
           02 GlBaseline        PIC 9(9)V99.
           02 GlStatus          PIC X.
              88 GlOpen         VALUE "O".
              88 GlReached      VALUE "R".
              88 GlDropped      VALUE "D".
           02 GlLastAlert       PIC 9(6).

       FD ContribFile.
       01 ContribRecord.
           88 EndOfContribFile  VALUE HIGH-VALUES.
           02 GcCode            PIC X(6).
           02 GcDate            PIC 9(8).
           02 GcAmount          PIC S9(7)V99.
           02 GcNote            PIC X(20).

       FD AccountFile.
       01 AccountRecord.
           88 EndOfAccountFile  VALUE HIGH-VALUES.
           02 AcCode            PIC X(6).
           02 AcName            PIC X(24).
           02 AcSide            PIC X.
           02 AcKind            PIC X(8).
           02 AcOpen            PIC X.

       FD BalanceFile.
       01 BalanceRecord.
           88 EndOfBalanceFile  VALUE HIGH-VALUES.
           02 AbCode            PIC X(6).
           02 AbDate            PIC 9(8).
           02 AbAmount          PIC 9(9)V99.
           02 AbEntered         PIC 9(8).

       FD SummaryFile.
       01 SummaryRecord.
           02 CsRunDate         PIC 9(8).
           02 CsWeeks           PIC 9(2).
           02 CsIncome          PIC S9(8)V99.
           02 CsOutgo           PIC S9(8)V99.
           02 CsMonthlySurplus  PIC S9(7)V99.

       FD Alerts.
       01 AlertRecord.
           02 AlProgram         PIC X(20).
           02 AlDate            PIC 9(8).
           02 AlTime            PIC 9(8).
           02 AlSeverity        PIC X.
           02 AlAckFlag         PIC X.
           02 AlKey             PIC X(20).
           02 AlMessage         PIC X(60).

       FD GoalReport.
       01 PrintLine             PIC X(110).

       WORKING-STORAGE SECTION.
       01 GoalFileStatus        PIC XX.
       01 ContribFileStatus     PIC XX.
       01 AccountFileStatus     PIC XX.
       01 BalanceFileStatus     PIC XX.
       01 SummaryFileStatus     PIC XX.
       01 AlertsStatus          PIC XX.
       01 AlertSevWS            PIC X.
       01 AlertKeyWS            PIC X(20).
       01 AlertMsgWS            PIC X(60).
       01 RunMode               PIC X.
           88 AddMode           VALUE "1".
           88 ContribMode       VALUE "2".
           88 ReportMode        VALUE "3".
           88 CloseMode         VALUE "4".

       01 GoalTable.
           02 GoalEntry         OCCURS 40 TIMES INDEXED BY GlIdx.
              03 GlImage        PIC X(79).
       01 GoalCount             PIC 9(2) VALUE ZERO.
       01 FoundGoal             PIC X.

       01 TodayDate             PIC 9(8).
       01 TodayNum              PIC 9(7).
       01 InputWS               PIC X(15).
       01 CodeInput             PIC X(6).
       01 NumValue              PIC S9(9)V99.
       01 NumOk                 PIC X.
       01 DateInput             PIC X(8).
       01 DateOk                PIC X.
       01 AccountFound          PIC X.
       01 LatestBalance         PIC 9(9)V99.
       01 LatestBalDate         PIC 9(8).

       01 SurplusKnown          PIC X VALUE "N".
       01 MonthlySurplus        PIC S9(7)V99 VALUE ZERO.
       01 SurplusDate           PIC 9(8) VALUE ZERO.
       01 SavedAmount           PIC S9(9)V99.
       01 StillNeeded           PIC S9(9)V99.
       01 MonthsLeft            PIC S9(4).
       01 TgtYear               PIC 9(4).
       01 TgtMonth              PIC 9(2).
       01 NowYear               PIC 9(4).
       01 NowMonth              PIC 9(2).
       01 NeededPerMonth        PIC S9(7)V99.
       01 ExpectedByNow         PIC S9(9)V99.
       01 DaysTotal             PIC S9(6).
       01 DaysGone              PIC S9(6).
       01 SavedPct              PIC S9(4).
       01 GoalState             PIC X(9).
       01 TotalNeeded           PIC S9(8)V99.
       01 OpenGoals             PIC 9(2).
       01 BehindCount           PIC 9(2).
       01 AlertCount            PIC 9(2) VALUE ZERO.
       01 ThisMonth             PIC 9(6).

       01 ReportHeading.
           02 FILLER            PIC X(20) VALUE "Savings goals as of ".
           02 PrnHeadDate       PIC 9(8).
       01 ColumnHeading.
           02 FILLER            PIC X(32) VALUE "  Goal".
           02 FILLER            PIC X(12) VALUE "      Target".
           02 FILLER            PIC X(16) VALUE "           Saved".
           02 FILLER            PIC X(5) VALUE "    %".
           02 FILLER            PIC X(11) VALUE " By".
           02 FILLER            PIC X(4) VALUE "Mths".
           02 FILLER            PIC X(11) VALUE "   Need/mth".
           02 FILLER            PIC X(12) VALUE "  State".
           02 FILLER            PIC X(7) VALUE "Covered".
       01 GoalLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnGlCode         PIC X(6).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnGlName         PIC X(23).
           02 PrnGlTarget       PIC Z,ZZZ,ZZ9.99.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnGlSaved        PIC ZZZ,ZZZ,ZZ9.99-.
           02 PrnGlPct          PIC ZZZ9-.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnGlDate         PIC 9(8).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnGlMonths       PIC ZZZ9.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnGlNeed         PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnGlState        PIC X(10).
           02 PrnGlCovered      PIC X(7).
       01 SummaryLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnSumText        PIC X(50).
           02 PrnSumAmount      PIC ZZZ,ZZZ,ZZ9.99-.
       01 NoteLine              PIC X(110).
       01 Divider               PIC X(110) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           COMPUTE TodayNum = FUNCTION INTEGER-OF-DATE(TodayDate)
           MOVE TodayDate(1:6) TO ThisMonth
           PERFORM LoadGoalTable
           DISPLAY "1 = New goal   2 = Contribution   "
              "3 = Progress report   4 = Close a goal"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN AddMode     PERFORM AddGoal
              WHEN ContribMode PERFORM EnterContribution
              WHEN ReportMode  PERFORM WriteGoalReport
              WHEN CloseMode   PERFORM CloseGoal
              WHEN OTHER       DISPLAY "Unknown mode"
           END-EVALUATE
           GOBACK.

       AddGoal.
           IF GoalCount >= 40
              DISPLAY "Goal file full (40 goals)"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Goal code (up to 6 characters)"
           ACCEPT CodeInput
           MOVE FUNCTION UPPER-CASE(CodeInput) TO CodeInput
           PERFORM FindGoal
           IF CodeInput = SPACES OR FoundGoal = "Y"
              DISPLAY "Code missing or already in use"
              EXIT PARAGRAPH
           END-IF
           INITIALIZE GoalRecord
           MOVE CodeInput TO GlCode
           DISPLAY "Name (e.g. Summer holiday)"
           ACCEPT GlName
           DISPLAY "Target amount"
           MOVE "N" TO NumOk
           PERFORM UNTIL NumOk = "Y"
              PERFORM AcceptAmount
              IF NumOk = "Y" AND NumValue NOT > ZERO
                 MOVE "N" TO NumOk
              END-IF
              IF NumOk NOT = "Y"
                 DISPLAY "Enter an amount above zero"
              END-IF
           END-PERFORM
           MOVE NumValue TO GlTarget
           MOVE "N" TO DateOk
           PERFORM UNTIL DateOk = "Y"
              DISPLAY "Target date (YYYYMMDD)"
              ACCEPT DateInput
              CALL "CheckDate" USING DateInput, DateOk
              IF DateOk = "Y" AND DateInput NOT > TodayDate
                 MOVE "N" TO DateOk
              END-IF
              IF DateOk NOT = "Y"
                 DISPLAY "Enter a valid date after today"
              END-IF
           END-PERFORM
           MOVE DateInput TO GlDate
           MOVE TodayDate TO GlStart
           MOVE "O" TO GlStatus
           DISPLAY "Linked account code (Enter = none, "
              "contributions entered by hand)"
           ACCEPT CodeInput
           MOVE FUNCTION UPPER-CASE(CodeInput) TO CodeInput
           IF CodeInput NOT = SPACES
              PERFORM CheckAccount
              IF AccountFound NOT = "Y"
                 DISPLAY "No account " CodeInput " in Accounts.dat "
                    "-- goal saved without a link"
              ELSE
                 MOVE CodeInput TO GlAccount
                 PERFORM FindLatestBalance
                 DISPLAY "Count growth from which balance? (Enter = "
                    LatestBalance ", 0 = the whole balance)"
                 ACCEPT InputWS
                 MOVE LatestBalance TO GlBaseline
                 IF InputWS NOT = SPACES
                    AND FUNCTION TEST-NUMVAL(InputWS) = ZERO
                    COMPUTE NumValue = FUNCTION NUMVAL(InputWS)
                    IF NumValue >= ZERO
                       MOVE NumValue TO GlBaseline
                    END-IF
                 END-IF
              END-IF
           END-IF
           ADD 1 TO GoalCount
           MOVE GoalRecord TO GlImage(GoalCount)
           PERFORM SaveGoalTable
           DISPLAY "Goal " GlCode " saved".

       EnterContribution.
           PERFORM ListOpenGoals
           DISPLAY "Goal code"
           ACCEPT CodeInput
           MOVE FUNCTION UPPER-CASE(CodeInput) TO CodeInput
           PERFORM FindGoal
           IF FoundGoal NOT = "Y"
              DISPLAY "No goal " CodeInput
              EXIT PARAGRAPH
           END-IF
           INITIALIZE ContribRecord
           MOVE CodeInput TO GcCode
           MOVE "N" TO DateOk
           PERFORM UNTIL DateOk = "Y"
              DISPLAY "Date (YYYYMMDD, Enter = today)"
              ACCEPT DateInput
              IF DateInput = SPACES
                 MOVE TodayDate TO DateInput
              END-IF
              CALL "CheckDate" USING DateInput, DateOk
              IF DateOk NOT = "Y"
                 DISPLAY "Enter a valid date"
              END-IF
           END-PERFORM
           MOVE DateInput TO GcDate
           DISPLAY "Amount set aside (negative when taken back)"
           MOVE "N" TO NumOk
           PERFORM UNTIL NumOk = "Y"
              PERFORM AcceptAmount
              IF NumOk = "Y" AND NumValue = ZERO
                 MOVE "N" TO NumOk
              END-IF
              IF NumOk NOT = "Y"
                 DISPLAY "Enter an amount other than zero"
              END-IF
           END-PERFORM
           MOVE NumValue TO GcAmount
           DISPLAY "Note (Enter = none)"
           ACCEPT GcNote
           OPEN EXTEND ContribFile
           IF ContribFileStatus = "35"
              OPEN OUTPUT ContribFile
           END-IF
           WRITE ContribRecord
           CLOSE ContribFile
           DISPLAY "Contribution " GcAmount " recorded for " GcCode.

       CloseGoal.
           PERFORM ListOpenGoals
           DISPLAY "Goal code"
           ACCEPT CodeInput
           MOVE FUNCTION UPPER-CASE(CodeInput) TO CodeInput
           PERFORM FindGoal
           IF FoundGoal NOT = "Y"
              DISPLAY "No goal " CodeInput
              EXIT PARAGRAPH
           END-IF
           MOVE GlImage(GlIdx) TO GoalRecord
           DISPLAY "R = reached   D = dropped"
           ACCEPT GlStatus
           MOVE FUNCTION UPPER-CASE(GlStatus) TO GlStatus
           IF NOT GlReached AND NOT GlDropped
              DISPLAY "Goal left open"
              EXIT PARAGRAPH
           END-IF
           MOVE GoalRecord TO GlImage(GlIdx)
           PERFORM SaveGoalTable
           DISPLAY "Goal " GlCode " closed".

       WriteGoalReport.
           PERFORM LoadCashFlowSummary
           PERFORM StartProvenance
           OPEN OUTPUT GoalReport
           MOVE TodayDate TO PrnHeadDate
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM ColumnHeading AFTER ADVANCING 1 LINE
           MOVE ZEROES TO TotalNeeded, OpenGoals, BehindCount
           PERFORM VARYING GlIdx FROM 1 BY 1
              UNTIL GlIdx > GoalCount
              MOVE GlImage(GlIdx) TO GoalRecord
              IF GlOpen
                 PERFORM ReportOneGoal
                 MOVE GoalRecord TO GlImage(GlIdx)
              END-IF
           END-PERFORM
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE "Needed per month for all open goals" TO PrnSumText
           MOVE TotalNeeded TO PrnSumAmount
           WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
           IF SurplusKnown = "Y"
              MOVE SPACES TO PrnSumText
              STRING "Projected monthly surplus (cash-flow run "
                 DELIMITED BY SIZE
                 SurplusDate DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO PrnSumText
              END-STRING
              MOVE MonthlySurplus TO PrnSumAmount
              WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
              IF TotalNeeded > MonthlySurplus
                 MOVE "  The surplus does not cover every goal -- "
                    & "move a date or a target" TO NoteLine
              ELSE
                 MOVE "  The surplus covers all open goals"
                    TO NoteLine
              END-IF
           ELSE
              MOVE "  No CashFlowSummary.dat -- run "
                 & "CashFlowProjection to judge coverage" TO NoteLine
           END-IF
           WRITE PrintLine FROM NoteLine AFTER ADVANCING 1 LINE
           CLOSE GoalReport
           MOVE "SavingsGoals.rpt" TO PvReportName
           PERFORM StampProvenance
           IF AlertCount > ZERO
              PERFORM SaveGoalTable
           END-IF
           DISPLAY OpenGoals " open goal(s), " BehindCount
              " behind, " AlertCount " alert(s) -- written to "
              "SavingsGoals.rpt".

       ReportOneGoal.
           ADD 1 TO OpenGoals
           PERFORM ComputeSaved
           COMPUTE StillNeeded = GlTarget - SavedAmount
           MOVE GlDate(1:4) TO TgtYear
           MOVE GlDate(5:2) TO TgtMonth
           MOVE TodayDate(1:4) TO NowYear
           MOVE TodayDate(5:2) TO NowMonth
           COMPUTE MonthsLeft = (TgtYear * 12 + TgtMonth)
              - (NowYear * 12 + NowMonth)
           IF MonthsLeft < 1 AND GlDate >= TodayDate
              MOVE 1 TO MonthsLeft
           END-IF
           MOVE ZEROES TO NeededPerMonth
           IF StillNeeded > ZERO AND MonthsLeft > ZERO
              COMPUTE NeededPerMonth ROUNDED =
                 StillNeeded / MonthsLeft
           END-IF
           ADD NeededPerMonth TO TotalNeeded
           COMPUTE SavedPct = SavedAmount * 100 / GlTarget
      * straight line from nothing at the start to the target on the
      * target date
           COMPUTE DaysTotal = FUNCTION INTEGER-OF-DATE(GlDate)
              - FUNCTION INTEGER-OF-DATE(GlStart)
           COMPUTE DaysGone = TodayNum
              - FUNCTION INTEGER-OF-DATE(GlStart)
           IF DaysTotal < 1
              MOVE 1 TO DaysTotal
           END-IF
           IF DaysGone > DaysTotal
              MOVE DaysTotal TO DaysGone
           END-IF
           COMPUTE ExpectedByNow = GlTarget * DaysGone / DaysTotal
           EVALUATE TRUE
              WHEN StillNeeded <= ZERO
                 MOVE "REACHED" TO GoalState
              WHEN GlDate < TodayDate
                 MOVE "OVERDUE" TO GoalState
              WHEN SavedAmount < ExpectedByNow
                 MOVE "BEHIND" TO GoalState
              WHEN OTHER
                 MOVE "ON TRACK" TO GoalState
           END-EVALUATE
           MOVE GlCode TO PrnGlCode
           MOVE GlName TO PrnGlName
           MOVE GlTarget TO PrnGlTarget
           MOVE SavedAmount TO PrnGlSaved
           MOVE SavedPct TO PrnGlPct
           MOVE GlDate TO PrnGlDate
           IF MonthsLeft > ZERO
              MOVE MonthsLeft TO PrnGlMonths
           ELSE
              MOVE ZEROES TO PrnGlMonths
           END-IF
           MOVE NeededPerMonth TO PrnGlNeed
           MOVE GoalState TO PrnGlState
           MOVE SPACES TO PrnGlCovered
           IF SurplusKnown = "Y" AND NeededPerMonth > ZERO
              IF NeededPerMonth <= MonthlySurplus
                 MOVE "yes" TO PrnGlCovered
              ELSE
                 MOVE "NO" TO PrnGlCovered
              END-IF
           END-IF
           WRITE PrintLine FROM GoalLine AFTER ADVANCING 1 LINE
           IF GoalState = "BEHIND" OR GoalState = "OVERDUE"
              ADD 1 TO BehindCount
              IF GlLastAlert < ThisMonth
                 PERFORM RaiseGoalAlert
              END-IF
           END-IF.

      * Entered contributions plus, for a linked account, how far
      * its latest balance has grown past the starting balance.
       ComputeSaved.
           MOVE ZEROES TO SavedAmount
           OPEN INPUT ContribFile
           IF ContribFileStatus = "00"
              READ ContribFile
                 AT END SET EndOfContribFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfContribFile
                 IF GcCode = GlCode
                    ADD GcAmount TO SavedAmount
                 END-IF
                 READ ContribFile
                    AT END SET EndOfContribFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ContribFile
           END-IF
           IF GlAccount NOT = SPACES
              MOVE GlAccount TO CodeInput
              PERFORM FindLatestBalance
              IF LatestBalDate NOT = ZERO
                 COMPUTE SavedAmount = SavedAmount
                    + LatestBalance - GlBaseline
              END-IF
           END-IF.

       RaiseGoalAlert.
           ADD 1 TO AlertCount
           MOVE ThisMonth TO GlLastAlert
           MOVE "W" TO AlertSevWS
           MOVE SPACES TO AlertKeyWS, AlertMsgWS
           STRING "Goal " DELIMITED BY SIZE
              GlCode DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              ThisMonth DELIMITED BY SIZE
              INTO AlertKeyWS
           END-STRING
           STRING FUNCTION TRIM(GlName) DELIMITED BY SIZE
              " is " DELIMITED BY SIZE
              FUNCTION TRIM(GoalState) DELIMITED BY SIZE
              ": " DELIMITED BY SIZE
              FUNCTION TRIM(PrnGlSaved) DELIMITED BY SIZE
              " of " DELIMITED BY SIZE
              FUNCTION TRIM(PrnGlTarget) DELIMITED BY SIZE
              INTO AlertMsgWS
           END-STRING
           PERFORM WriteAlert.

      * One line into the shared alert hub; the inbox and the daily
      * digest surface it even when nobody was watching this screen.
       WriteAlert.
           OPEN EXTEND Alerts
           IF AlertsStatus = "35"
              OPEN OUTPUT Alerts
              CLOSE Alerts
              OPEN EXTEND Alerts
           END-IF
           MOVE "SavingsGoals" TO AlProgram
           ACCEPT AlDate FROM DATE YYYYMMDD
           ACCEPT AlTime FROM TIME
           MOVE AlertSevWS TO AlSeverity
           MOVE "N" TO AlAckFlag
           MOVE AlertKeyWS TO AlKey
           MOVE AlertMsgWS TO AlMessage
           WRITE AlertRecord
           CLOSE Alerts.

       LoadCashFlowSummary.
           MOVE "N" TO SurplusKnown
           OPEN INPUT SummaryFile
           IF SummaryFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ SummaryFile
              AT END MOVE "10" TO SummaryFileStatus
           END-READ
           IF SummaryFileStatus = "00"
              MOVE "Y" TO SurplusKnown
              MOVE CsMonthlySurplus TO MonthlySurplus
              MOVE CsRunDate TO SurplusDate
           END-IF
           CLOSE SummaryFile.

       CheckAccount.
           MOVE "N" TO AccountFound
           OPEN INPUT AccountFile
           IF AccountFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ AccountFile
              AT END SET EndOfAccountFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfAccountFile
              IF AcCode = CodeInput
                 MOVE "Y" TO AccountFound
              END-IF
              READ AccountFile
                 AT END SET EndOfAccountFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE AccountFile.

      * The latest balance entry of account CodeInput, any date.
       FindLatestBalance.
           MOVE ZEROES TO LatestBalance, LatestBalDate
           OPEN INPUT BalanceFile
           IF BalanceFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ BalanceFile
              AT END SET EndOfBalanceFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfBalanceFile
              IF AbCode = CodeInput AND AbDate >= LatestBalDate
                 MOVE AbDate TO LatestBalDate
                 MOVE AbAmount TO LatestBalance
              END-IF
              READ BalanceFile
                 AT END SET EndOfBalanceFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE BalanceFile.

       AcceptAmount.
           MOVE "N" TO NumOk
           ACCEPT InputWS
           IF InputWS NOT = SPACES
              AND FUNCTION TEST-NUMVAL(InputWS) = ZERO
              COMPUTE NumValue = FUNCTION NUMVAL(InputWS)
              MOVE "Y" TO NumOk
           END-IF.

       ListOpenGoals.
           PERFORM VARYING GlIdx FROM 1 BY 1
              UNTIL GlIdx > GoalCount
              MOVE GlImage(GlIdx) TO GoalRecord
              IF GlOpen
                 DISPLAY "  " GlCode " " GlName " " GlTarget
                    " by " GlDate
              END-IF
           END-PERFORM.

       FindGoal.
           MOVE "N" TO FoundGoal
           PERFORM VARYING GlIdx FROM 1 BY 1
              UNTIL GlIdx > GoalCount
              IF GlImage(GlIdx)(1:6) = CodeInput
                 MOVE "Y" TO FoundGoal
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       LoadGoalTable.
           MOVE ZEROES TO GoalCount
           OPEN INPUT GoalFile
           IF GoalFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ GoalFile
              AT END SET EndOfGoalFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfGoalFile OR GoalCount >= 40
              ADD 1 TO GoalCount
              MOVE GoalRecord TO GlImage(GoalCount)
              READ GoalFile
                 AT END SET EndOfGoalFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE GoalFile.

       SaveGoalTable.
           OPEN OUTPUT GoalFile
           PERFORM VARYING GlIdx FROM 1 BY 1
              UNTIL GlIdx > GoalCount
              MOVE GlImage(GlIdx) TO GoalRecord
              WRITE GoalRecord
           END-PERFORM
           CLOSE GoalFile.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "SavingsGoals" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "Goals.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "GoalContribs.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Accounts.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "AccountBalances.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "CashFlowSummary.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
