       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProjectBudget.
       AUTHOR. Andreas Richardsen.

      * Hours sold against hours used. ProjectBudget.dat is a side
      * file to ProjectMaster.dat keyed by the project code: budgeted
      * hours, the agreed end date and the last alert stage raised,
      * so the master's layout and every reader of it stay as they
      * are. Mode 1 sets or changes a project's budget. Mode 2 sums
      * the effective WorkHours.dat hours (voids and standby
      * skipped) linked through WorkProject.dat -- newest link wins,
      * as in BillingExtract -- and writes ProjectBudget.rpt: used
      * and remaining hours, the burn of each of the last eight
      * weeks, and the finish date projected at the pace of the last
      * four weeks against the agreed end date. Crossing 80% of the
      * budget raises a warning in Alerts.dat and crossing 100% a
      * critical one, each once per project.
      * ProjectBudget.rpt ends with the ReportProvenance block:
      * operator, run time and the count, checksum and layout generation
      * of every input read.

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

           SELECT ProjectBudget ASSIGN TO "ProjectBudget.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProjectBudgetStatus.

           SELECT BudgetReport ASSIGN TO "ProjectBudget.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Alerts ASSIGN TO "Alerts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AlertsStatus.

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

       FD ProjectBudget.
       01 ProjectBudgetRecord.
           88 EndOfBudgetFile   VALUE HIGH-VALUES.
           02 PBCode            PIC X(6).
           02 PBHours           PIC 9(5)V99.
           02 PBEndDate         PIC 9(8).
      * 0 = no alert yet, 1 = the 80% warning raised, 2 = the 100%
      * alert raised; raising the budget resets it to 0.
           02 PBAlertStage      PIC 9.

       FD BudgetReport.
       01 PrintLine             PIC X(72).

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
       01 WHFileNameVar         PIC X(60) VALUE "WorkHours.dat".
       01 WHLayoutGen           PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 WHFileStatus          PIC XX.
       01 ProjectMasterStatus   PIC XX.
       01 WorkProjectStatus     PIC XX.
       01 ProjectBudgetStatus   PIC XX.
       01 AlertsStatus          PIC XX.
       01 AlertSevWS            PIC X.
       01 AlertKeyWS            PIC X(20).
       01 AlertMsgWS            PIC X(60).
       01 WHRecNr               PIC 9(6).
       01 RunMode               PIC X.
           88 SetBudgetMode     VALUE "1".
           88 BurnReportMode    VALUE "2".

       01 BudgetTable.
           02 BudgetEntry       OCCURS 30 TIMES INDEXED BY BudIdx.
              03 BudCode        PIC X(6).
              03 BudHours       PIC 9(5)V99.
              03 BudEndDate     PIC 9(8).
              03 BudAlertStage  PIC 9.
              03 BudClient      PIC X(20).
              03 BudUsed        PIC 9(5)V99.
              03 BudWeekHours   PIC 9(4)V99 OCCURS 8 TIMES.
       01 BudgetCount           PIC 9(2) VALUE ZERO.
       01 WeekIdx               PIC 9(2).

       01 LinkTable.
           02 LinkEntry         OCCURS 2000 TIMES INDEXED BY LnkIdx.
              03 LnkDate        PIC 9(8).
              03 LnkSeqNr       PIC 9(2).
              03 LnkCode        PIC X(6).
       01 LinkCount             PIC 9(4) VALUE ZERO.
       01 LinkedCode            PIC X(6).

       01 CodeInput             PIC X(6).
       01 ClientFound           PIC X(20).
       01 CodeFound             PIC X.
           88 FoundCode         VALUE "Y".
       01 NumInput              PIC X(12).
       01 NumValue              PIC S9(6)V99.
       01 NumOk                 PIC X.
       01 DateInput             PIC X(8).
       01 DateOk                PIC X.

       01 TodayDate             PIC 9(8).
       01 TodayNum              PIC 9(7).
       01 ThisMondayNum         PIC 9(7).
       01 RecDateNum            PIC 9(8).
       01 RecMondayNum          PIC 9(7).
       01 WeeksBack             PIC S9(5).
       01 RecentHours           PIC 9(5)V99.
       01 WeeklyPace            PIC 9(4)V99.
       01 RemainingHours        PIC S9(5)V99.
       01 PercentUsed           PIC 9(4).
       01 WeeksToGo             PIC 9(5)V99.
       01 FinishNum             PIC 9(7).
       01 FinishDate            PIC 9(8).
       01 SlipDays              PIC S9(5).
       01 AlertsRaised          PIC 9(3) VALUE ZERO.
       01 BudgetsChanged        PIC X VALUE "N".

       01 ReportHeading.
           02 FILLER            PIC X(30)
              VALUE "Project budgets - burn as of ".
           02 PrnHeadDate       PIC 9(8).

       01 ProjectHeadLine.
           02 FILLER            PIC X(9) VALUE "Project ".
           02 PrnProjCode       PIC X(6).
           02 FILLER            PIC X(3) VALUE SPACES.
           02 PrnProjClient     PIC X(20).
           02 FILLER            PIC X(6) VALUE "  end ".
           02 PrnProjEnd        PIC 9(8).

       01 BudgetLine.
           02 FILLER            PIC X(11) VALUE "  Budget:".
           02 PrnBudHours       PIC ZZZZ9.99.
           02 FILLER            PIC X(9) VALUE "   Used:".
           02 PrnUsedHours      PIC ZZZZ9.99.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrnPercent        PIC ZZZ9.
           02 FILLER            PIC X(15) VALUE "%   Remaining:".
           02 PrnRemaining      PIC -ZZZZ9.99.

       01 WeekHeadLine          PIC X(72)
           VALUE "  Burn per week, newest first (this week = 1):".
       01 WeekLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnWeekHours      PIC ZZZ9.99 OCCURS 8 TIMES.

       01 ForecastLine.
           02 FILLER            PIC X(20) VALUE "  Pace (4 wks):".
           02 PrnPace           PIC ZZZ9.99.
           02 FILLER            PIC X(22)
              VALUE " h/wk   Finish at pace".
           02 FILLER            PIC X(2) VALUE ": ".
           02 PrnFinish         PIC X(8).

       01 SlipLine.
           02 FILLER            PIC X(20) VALUE SPACES.
           02 PrnSlipText       PIC X(40).

       01 SlipText.
           02 FILLER            PIC X(9) VALUE "Late by ".
           02 PrnSlipDays       PIC ZZZZ9.
           02 FILLER            PIC X(26)
              VALUE " days against the end date".

       01 Divider               PIC X(72) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           COMPUTE TodayNum = FUNCTION INTEGER-OF-DATE(TodayDate)
           PERFORM LoadBudgets
           DISPLAY "1 = Set a project budget   2 = Burn-down report"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN SetBudgetMode  PERFORM SetProjectBudget
              WHEN BurnReportMode PERFORM BurnDownReport
              WHEN OTHER          DISPLAY "Unknown mode"
           END-EVALUATE
           GOBACK.

       LoadBudgets.
           MOVE ZEROES TO BudgetCount
           OPEN INPUT ProjectBudget
           IF ProjectBudgetStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ ProjectBudget
              AT END SET EndOfBudgetFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfBudgetFile OR BudgetCount >= 30
              ADD 1 TO BudgetCount
              SET BudIdx TO BudgetCount
              INITIALIZE BudgetEntry(BudIdx)
              MOVE PBCode TO BudCode(BudIdx)
              MOVE PBHours TO BudHours(BudIdx)
              MOVE PBEndDate TO BudEndDate(BudIdx)
              MOVE PBAlertStage TO BudAlertStage(BudIdx)
              READ ProjectBudget
                 AT END SET EndOfBudgetFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE ProjectBudget.

       SaveBudgets.
           OPEN OUTPUT ProjectBudget
           PERFORM VARYING BudIdx FROM 1 BY 1
              UNTIL BudIdx > BudgetCount
              MOVE BudCode(BudIdx) TO PBCode
              MOVE BudHours(BudIdx) TO PBHours
              MOVE BudEndDate(BudIdx) TO PBEndDate
              MOVE BudAlertStage(BudIdx) TO PBAlertStage
              WRITE ProjectBudgetRecord
           END-PERFORM
           CLOSE ProjectBudget.

       SetProjectBudget.
           DISPLAY "Project code"
           ACCEPT CodeInput
           PERFORM FindMasterCode
           IF NOT FoundCode
              DISPLAY "Unknown project code -- not in ProjectMaster.dat"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING BudIdx FROM 1 BY 1
              UNTIL BudIdx > BudgetCount
              IF BudCode(BudIdx) = CodeInput
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF BudIdx > BudgetCount
              IF BudgetCount >= 30
                 DISPLAY "Budget table full (30 projects)"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO BudgetCount
              SET BudIdx TO BudgetCount
              INITIALIZE BudgetEntry(BudIdx)
              MOVE CodeInput TO BudCode(BudIdx)
           ELSE
              DISPLAY "Current budget " BudHours(BudIdx) " hours, end "
                 BudEndDate(BudIdx)
           END-IF
           DISPLAY "Budgeted hours"
           MOVE "N" TO NumOk
           PERFORM UNTIL NumOk = "Y"
              ACCEPT NumInput
              CALL "CheckNumber" USING NumInput, NumValue, NumOk
              IF NumOk NOT = "Y" OR NumValue NOT > ZERO
                 MOVE "N" TO NumOk
                 DISPLAY "Enter a number of hours above zero"
              END-IF
           END-PERFORM
           IF NumValue > BudHours(BudIdx)
              MOVE ZERO TO BudAlertStage(BudIdx)
           END-IF
           MOVE NumValue TO BudHours(BudIdx)
           MOVE "N" TO DateOk
           PERFORM UNTIL DateOk = "Y"
              DISPLAY "Agreed end date (YYYYMMDD)"
              ACCEPT DateInput
              CALL "CheckDate" USING DateInput, DateOk
              IF DateOk NOT = "Y"
                 DISPLAY "Enter a valid date"
              END-IF
           END-PERFORM
           MOVE DateInput TO BudEndDate(BudIdx)
           PERFORM SaveBudgets
           DISPLAY "Budget for " CodeInput " (" ClientFound ") saved".

       FindMasterCode.
           MOVE "N" TO CodeFound
           MOVE SPACES TO ClientFound
           OPEN INPUT ProjectMaster
           IF ProjectMasterStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ ProjectMaster
              AT END SET EndOfProjMaster TO TRUE
           END-READ
           PERFORM UNTIL EndOfProjMaster
              IF PMCode = CodeInput
                 SET FoundCode TO TRUE
                 MOVE PMClient TO ClientFound
              END-IF
              READ ProjectMaster
                 AT END SET EndOfProjMaster TO TRUE
              END-READ
           END-PERFORM
           CLOSE ProjectMaster.

       BurnDownReport.
           IF BudgetCount = ZERO
              DISPLAY "No project budgets set -- use mode 1 first"
              EXIT PARAGRAPH
           END-IF
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
           COMPUTE ThisMondayNum = TodayNum
              - FUNCTION MOD(TodayNum - 1, 7)
           PERFORM LoadClientNames
           PERFORM LoadProjectLinks
           PERFORM TallyProjectHours
           PERFORM WriteBurnReport
           IF BudgetsChanged = "Y"
              PERFORM SaveBudgets
           END-IF
           DISPLAY "Report written to ProjectBudget.rpt, "
              AlertsRaised " alert(s) raised".

       LoadClientNames.
           OPEN INPUT ProjectMaster
           IF ProjectMasterStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ ProjectMaster
              AT END SET EndOfProjMaster TO TRUE
           END-READ
           PERFORM UNTIL EndOfProjMaster
              PERFORM VARYING BudIdx FROM 1 BY 1
                 UNTIL BudIdx > BudgetCount
                 IF BudCode(BudIdx) = PMCode
                    MOVE PMClient TO BudClient(BudIdx)
                 END-IF
              END-PERFORM
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
           PERFORM UNTIL EndOfWorkProject OR LinkCount >= 2000
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

       TallyProjectHours.
           OPEN INPUT WorkHourFile
           IF WHFileStatus = "35"
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WHRecNr
           PERFORM UNTIL EndOfFileWH
              READ WorkHourFile NEXT RECORD
                 AT END SET EndOfFileWH TO TRUE
              END-READ
              IF NOT EndOfFileWH
                 AND NOT WHVoided
                 AND WHWorkedDay
                 PERFORM TallyOneRecord
              END-IF
           END-PERFORM
           CLOSE WorkHourFile.

      * The newest link for a date and sequence wins, same as the
      * billing extract, so the two never disagree on a project.
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
           PERFORM VARYING BudIdx FROM 1 BY 1
              UNTIL BudIdx > BudgetCount
              IF BudCode(BudIdx) = LinkedCode
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF BudIdx > BudgetCount
              EXIT PARAGRAPH
           END-IF
           ADD WHHoursWorked TO BudUsed(BudIdx)
           MOVE WHDate TO RecDateNum
           COMPUTE RecMondayNum = FUNCTION INTEGER-OF-DATE(RecDateNum)
           COMPUTE RecMondayNum = RecMondayNum
              - FUNCTION MOD(RecMondayNum - 1, 7)
           COMPUTE WeeksBack = (ThisMondayNum - RecMondayNum) / 7
           IF WeeksBack >= 0 AND WeeksBack < 8
              COMPUTE WeekIdx = WeeksBack + 1
              ADD WHHoursWorked TO BudWeekHours(BudIdx, WeekIdx)
           END-IF.

       WriteBurnReport.
           PERFORM StartProvenance
           OPEN OUTPUT BudgetReport
           MOVE TodayDate TO PrnHeadDate
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           PERFORM VARYING BudIdx FROM 1 BY 1
              UNTIL BudIdx > BudgetCount
              PERFORM WriteProjectBlock
              PERFORM CheckBudgetAlert
           END-PERFORM
           CLOSE BudgetReport
           MOVE "ProjectBudget.rpt" TO PvReportName
           PERFORM StampProvenance.

      * The pace is the last four weeks including the current one;
      * a project with no recent hours has no finish to project.
       WriteProjectBlock.
           MOVE BudCode(BudIdx) TO PrnProjCode
           MOVE BudClient(BudIdx) TO PrnProjClient
           MOVE BudEndDate(BudIdx) TO PrnProjEnd
           WRITE PrintLine FROM ProjectHeadLine AFTER ADVANCING 2 LINES
           COMPUTE RemainingHours = BudHours(BudIdx) - BudUsed(BudIdx)
           COMPUTE PercentUsed ROUNDED =
              BudUsed(BudIdx) * 100 / BudHours(BudIdx)
           MOVE BudHours(BudIdx) TO PrnBudHours
           MOVE BudUsed(BudIdx) TO PrnUsedHours
           MOVE PercentUsed TO PrnPercent
           MOVE RemainingHours TO PrnRemaining
           WRITE PrintLine FROM BudgetLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM WeekHeadLine AFTER ADVANCING 1 LINE
           MOVE ZEROES TO RecentHours
           PERFORM VARYING WeekIdx FROM 1 BY 1 UNTIL WeekIdx > 8
              MOVE BudWeekHours(BudIdx, WeekIdx)
                 TO PrnWeekHours(WeekIdx)
              IF WeekIdx <= 4
                 ADD BudWeekHours(BudIdx, WeekIdx) TO RecentHours
              END-IF
           END-PERFORM
           WRITE PrintLine FROM WeekLine AFTER ADVANCING 1 LINE
           COMPUTE WeeklyPace ROUNDED = RecentHours / 4
           MOVE WeeklyPace TO PrnPace
           MOVE SPACES TO PrnSlipText
           EVALUATE TRUE
              WHEN RemainingHours NOT > ZERO
                 MOVE "used up" TO PrnFinish
                 MOVE "Budget exhausted" TO PrnSlipText
              WHEN WeeklyPace = ZERO
                 MOVE "no pace" TO PrnFinish
              WHEN OTHER
                 COMPUTE WeeksToGo ROUNDED =
                    RemainingHours / WeeklyPace
                 COMPUTE FinishNum = TodayNum + (WeeksToGo * 7)
                 COMPUTE FinishDate =
                    FUNCTION DATE-OF-INTEGER(FinishNum)
                 MOVE FinishDate TO PrnFinish
                 IF FinishDate > BudEndDate(BudIdx)
                    AND BudEndDate(BudIdx) NOT = ZERO
                    COMPUTE SlipDays = FinishNum
                       - FUNCTION INTEGER-OF-DATE(BudEndDate(BudIdx))
                    MOVE SlipDays TO PrnSlipDays
                    MOVE SlipText TO PrnSlipText
                 END-IF
           END-EVALUATE
           WRITE PrintLine FROM ForecastLine AFTER ADVANCING 1 LINE
           IF PrnSlipText NOT = SPACES
              WRITE PrintLine FROM SlipLine AFTER ADVANCING 1 LINE
           END-IF.

      * Each threshold is raised once; the stage is saved back so the
      * next run does not repeat an alert already in the inbox.
       CheckBudgetAlert.
           MOVE SPACES TO AlertKeyWS, AlertMsgWS
           EVALUATE TRUE
              WHEN PercentUsed >= 100 AND BudAlertStage(BudIdx) < 2
                 MOVE "C" TO AlertSevWS
                 MOVE 2 TO BudAlertStage(BudIdx)
                 STRING "Project " DELIMITED BY SIZE
                    BudCode(BudIdx) DELIMITED BY SIZE
                    " has used its whole hour budget"
                    DELIMITED BY SIZE
                    INTO AlertMsgWS
                 END-STRING
              WHEN PercentUsed >= 80 AND BudAlertStage(BudIdx) < 1
                 MOVE "W" TO AlertSevWS
                 MOVE 1 TO BudAlertStage(BudIdx)
                 STRING "Project " DELIMITED BY SIZE
                    BudCode(BudIdx) DELIMITED BY SIZE
                    " past 80% of its hour budget" DELIMITED BY SIZE
                    INTO AlertMsgWS
                 END-STRING
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE
           MOVE BudCode(BudIdx) TO AlertKeyWS
           PERFORM WriteAlert
           ADD 1 TO AlertsRaised
           MOVE "Y" TO BudgetsChanged.

      * One line into the shared alert hub; the inbox and the daily
      * digest surface it even when nobody was watching this screen.
       WriteAlert.
           OPEN EXTEND Alerts
           IF AlertsStatus = "35"
              OPEN OUTPUT Alerts
              CLOSE Alerts
              OPEN EXTEND Alerts
           END-IF
           MOVE "ProjectBudget" TO AlProgram
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
           MOVE "ProjectBudget" TO PvProgramName
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
           MOVE "ProjectBudget.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
