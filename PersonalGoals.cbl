       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersonalGoals.
       AUTHOR. Andreas Richardsen.

      * Goals that cut across the logs ("under 1500 kr on Drink a
      * month", "no more than 4 overtime days", "swim 20 times this
      * summer", "average weight down 1 kg a month"). Each goal in
      * PersonalGoals.dat names a measure from the fixed catalogue below
      * (with a receipt category, activity type, dinner name or member
      * where the measure takes one; swims are SwimLog's), a comparison
      * (<=, <, >=, >), a target and a period: M = every month from its
      * start month on (until its end date, if it has one), W = once
      * over a window of dates (the summer). Mode 3 evaluates a month:
      * monthly goals against that month, window goals against their
      * window up to the month's end -- met early when a "reach" goal
      * gets there, missed early when a "stay under" goal is already
      * over, otherwise pending until the month the window ends. Results
      * go to GoalResults.dat (a month re-evaluated replaces its rows;
      * the other months are copied through record by record)
      * with the run of consecutive months met, and to
      * PersonalGoals.rpt; MonthlyScorecard prints the month's results
      * as its goals section. Voided and standby work-hour records and
      * receipt headers are skipped the way the reports skip them;
      * weight change is the period's average weigh-in against the
      * average of the calendar month before it.
      * Spend figures (the SPEND measure and its targets) are MONEY
      * figures: an operator without the MONEY class (FigureMask)
      * gets "****" for them in PersonalGoals.rpt and the goal list,
      * and every other figure as usual.
      * PersonalGoals.rpt ends with the ReportProvenance block:
      * operator, run time and the count, checksum and layout generation
      * of every input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GoalFile ASSIGN TO "PersonalGoals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GoalFileStatus.

           SELECT ResultFile ASSIGN TO "GoalResults.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ResultFileStatus.

           SELECT ResultNew ASSIGN TO "GoalResults.new"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WorkHourFile ASSIGN DYNAMIC WHFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WHRecNr
           FILE STATUS IS WHFileStatus.

           SELECT ReceiptFile ASSIGN DYNAMIC ReceiptFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS RRecNr
           FILE STATUS IS ReceiptFileStatus.

           SELECT MealFile ASSIGN DYNAMIC MealFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS MealRecNr
           FILE STATUS IS MealFileStatus.

           SELECT SnackCatalog ASSIGN TO "SnackCatalog.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS SnackRecNr
           FILE STATUS IS SnackCatalogStatus.

           SELECT ActivityFile ASSIGN TO "Activities.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ActivityFileStatus.

           SELECT SwimFile ASSIGN TO "Swims.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SwimFileStatus.

           SELECT WeightFile ASSIGN TO "Weights.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WeightFileStatus.

           SELECT GoalReport ASSIGN TO "PersonalGoals.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GoalFile.
       01 GoalRecord.
           88 EndOfGoalFile     VALUE HIGH-VALUES.
           02 PgCode            PIC X(6).
           02 PgName            PIC X(24).
           02 PgMeasure         PIC X(12).
           02 PgParam           PIC X(12).
           02 PgCompare         PIC X(2).
              88 PgAtMost       VALUE "<=".
              88 PgBelow        VALUE "< ".
              88 PgAtLeast      VALUE ">=".
              88 PgAbove        VALUE "> ".
              88 PgStayUnder    VALUE "<=" "< ".
           02 PgTarget          PIC S9(7)V99
                                SIGN IS LEADING SEPARATE.
           02 PgPeriod          PIC X.
              88 PgMonthly      VALUE "M".
              88 PgWindow       VALUE "W".
           02 PgFrom            PIC 9(8).
           02 PgTo              PIC 9(8).
           02 PgStatus          PIC X.
              88 PgOpen         VALUE "O".
              88 PgDropped      VALUE "D".

      * One row per goal per evaluated month: M = met, X = missed,
      * P = pending (window still running), N = nothing logged to
      * measure; GrStreak = consecutive months met up to this one.
       FD ResultFile.
       01 ResultRecord.
           88 EndOfResultFile   VALUE HIGH-VALUES.
           02 GrMonth           PIC 9(6).
           02 GrCode            PIC X(6).
           02 GrValue           PIC S9(7)V99
                                SIGN IS LEADING SEPARATE.
           02 GrStatus          PIC X.
           02 GrStreak          PIC 9(3).

       FD ResultNew.
       01 ResultNewLine         PIC X(26).

       FD WorkHourFile.
       01 WorkHourDetails.
           88 EndOfFileWH       VALUE HIGH-VALUES.
           COPY "WORKHREC.cpy".

       FD ReceiptFile.
       COPY "RCPTREC.cpy".

       FD MealFile.
       01 DinnerDetails.
           88 EndOfMealFile VALUE HIGH-VALUES.
           02 RecTypeCode    PIC X.
           COPY "DATECOMP.cpy" REPLACING ==:PREFIX:== BY ==Dinner==.
           02 DinnerDateNum  REDEFINES DinnerDate PIC 9(8).
           02 DinnerName     PIC X(20).
           02 Protein        PIC X(20).
           02 Carb           PIC X(20).
           02 Fiber          PIC X(20).
           02 Sauce          PIC X(20).
           02 DinnerInfo     PIC X(25).
           02 DinnerCalories PIC 9(4).
           02 DinnerProteinG PIC 9(3).
           02 DinnerPersonId PIC X(8).
           02 DinnerTime     PIC 9(4).

       01 SnackDetails.
           02 RecTypeCode    PIC X.
           02 SnaId          PIC X(6).
           COPY "DATECOMP.cpy" REPLACING ==:PREFIX:== BY ==Sna==.
           02 SnaDateNum     REDEFINES SnaDate PIC 9(8).

       FD SnackCatalog.
       01 SnackCatalogRecord.
           88 EndOfSnackCatalog VALUE HIGH-VALUES.
           02 SCId              PIC X(6).
           02 SCName            PIC X(20).
           02 SCCalories        PIC 9(4).
           02 SCProteinG        PIC 9(3).

       FD ActivityFile.
       01 ActivityRecord.
           88 EndOfActivityFile VALUE HIGH-VALUES.
           02 AcDate            PIC 9(8).
           02 AcMember          PIC X(8).
           02 AcType            PIC X(12).
           02 AcMinutes         PIC 9(3).
           02 AcKm              PIC 9(3)V9.
           02 AcKcal            PIC 9(4).
           02 AcBodyKg          PIC 9(3)V9.

       FD SwimFile.
       01 SwimRecord.
           88 EndOfSwimFile     VALUE HIGH-VALUES.
           02 SwDate            PIC 9(8).
           02 SwTime            PIC 9(4).
           02 SwLocation        PIC X(30).
           02 SwMember          PIC X(8).
           02 SwMinutes         PIC 9(3).
           02 SwSauna           PIC X.

       FD WeightFile.
       01 WeightRecord.
           88 EndOfWeightFile   VALUE HIGH-VALUES.
           02 WtDate            PIC 9(8).
           02 WtKg              PIC 9(3)V9.
           02 WtNote            PIC X(25).

       FD GoalReport.
       01 PrintLine             PIC X(90).

       WORKING-STORAGE SECTION.
       01 GoalFileStatus        PIC XX.
       01 ResultFileStatus      PIC XX.
       01 WHFileNameVar         PIC X(60) VALUE "WorkHours.dat".
       01 WHLayoutGen           PIC 9(2) VALUE 02.
       01 ReceiptFileNameVar    PIC X(60) VALUE "Receipts.dat".
       01 RcptLayoutGen         PIC 9(2) VALUE 02.
       01 MealFileNameVar       PIC X(60) VALUE "Meals.dat".
       01 MealLayoutGen         PIC 9(2) VALUE 03.
       01 LayoutOkWS            PIC X.
       01 WHFileStatus          PIC XX.
       01 ReceiptFileStatus     PIC XX.
       01 MealFileStatus        PIC XX.
       01 SnackCatalogStatus    PIC XX.
       01 ActivityFileStatus    PIC XX.
       01 SwimFileStatus        PIC XX.
       01 WeightFileStatus      PIC XX.
       01 WHRecNr               PIC 9(6).
       01 RRecNr                PIC 9(5).
       01 MealRecNr             PIC 9(6).
       01 SnackRecNr            PIC 9(5).
       01 RunMode               PIC X.
           88 AddMode           VALUE "1".
           88 ListMode          VALUE "2".
           88 EvaluateMode      VALUE "3".
           88 DropMode          VALUE "4".

      * measure code, decimals shown, what the parameter names
      * (C = receipt category, A = activity type, D = dinner name,
      * P = member, space = none), description
       01 MeasureList.
           02 FILLER            PIC X(48)
              VALUE "SPEND       2CSpend (item lines, kr)".
           02 FILLER            PIC X(48)
              VALUE "HOURS       2 Hours worked".
           02 FILLER            PIC X(48)
              VALUE "OT-DAYS     0 Overtime days".
           02 FILLER            PIC X(48)
              VALUE "ACTIVITIES  0AActivities logged".
           02 FILLER            PIC X(48)
              VALUE "ACT-MINUTES 0AActivity minutes".
           02 FILLER            PIC X(48)
              VALUE "WEIGHT-AVG  1 Average weight (kg)".
           02 FILLER            PIC X(48)
              VALUE "WEIGHT-CHG  1 Weight change vs month before".
           02 FILLER            PIC X(48)
              VALUE "AVG-CAL     0 Average daily calories".
           02 FILLER            PIC X(48)
              VALUE "DINNERS     0DDinners logged".
           02 FILLER            PIC X(48)
              VALUE "SWIMS       0PSwims logged".
       01 MeasureTable REDEFINES MeasureList.
           02 MeasureEntry      OCCURS 10 TIMES.
              03 MsCode         PIC X(12).
              03 MsDecimals     PIC 9.
              03 MsParamKind    PIC X.
                 88 MsTakesCategory VALUE "C".
                 88 MsTakesActivity VALUE "A".
                 88 MsTakesDinner   VALUE "D".
                 88 MsTakesMember   VALUE "P".
              03 MsTitle        PIC X(34).
       01 MsIdx                 PIC 9(2).
       01 MeasurePick           PIC 9(2).

       01 GoalTable.
           02 GoalEntry         OCCURS 40 TIMES INDEXED BY GlIdx.
              03 GlImage        PIC X(84).
       01 GoalCount             PIC 9(2) VALUE ZERO.
       01 FoundGoal             PIC X.

      * this month's results, and the month before's for the streaks
       01 ResultTable.
           02 ResultEntry       OCCURS 40 TIMES INDEXED BY RsIdx.
              03 RsImage        PIC X(26).
       01 ResultCount           PIC 9(4) VALUE ZERO.
       01 PriorResultTable.
           02 PriorResultEntry  OCCURS 40 TIMES INDEXED BY PrIdx.
              03 PrImage        PIC X(26).
       01 PriorResultCount      PIC 9(4) VALUE ZERO.
       01 SwapCmd               PIC X(40).

       01 TodayDate             PIC 9(8).
       01 InputWS               PIC X(15).
       01 CodeInput             PIC X(6).
       01 NumValue              PIC S9(9)V99.
       01 NumOk                 PIC X.
       01 DateInput             PIC X(8).
       01 DateOk                PIC X.
       01 MonthInput            PIC X(6).
       01 EvalYM                PIC 9(6).
       01 EvalYMParts REDEFINES EvalYM.
           02 EvalYear          PIC 9(4).
           02 EvalMonth         PIC 9(2).
       01 PriorYM               PIC 9(6).
       01 PriorYMParts REDEFINES PriorYM.
           02 PriorYear         PIC 9(4).
           02 PriorMonth        PIC 9(2).
       01 PeriodStart           PIC 9(8).
       01 PeriodEnd             PIC 9(8).
       01 BaseStart             PIC 9(8).
       01 BaseEnd               PIC 9(8).
       01 BaseYM                PIC 9(6).
       01 BaseYMParts REDEFINES BaseYM.
           02 BaseYear          PIC 9(4).
           02 BaseMonth         PIC 9(2).

      * one goal's evaluation
       01 MeasureValue          PIC S9(7)V99.
       01 MeasureSeen           PIC X.
           88 MeasureHasData    VALUE "Y".
       01 TargetMet             PIC X.
       01 FinalMonth            PIC X.
       01 GoalResult            PIC X.
           88 ResultMet         VALUE "M".
           88 ResultMissed      VALUE "X".
           88 ResultPending     VALUE "P".
           88 ResultNoData      VALUE "N".
       01 PriorStreak           PIC 9(3).
       01 NewStreak             PIC 9(3).
       01 EvaluatedCount        PIC 9(2).
       01 MetCount              PIC 9(2).
       01 MissedCount           PIC 9(2).

      * scratch for the scans
       01 SumValue              PIC S9(8)V99.
       01 CountValue            PIC 9(6).
       01 LineTotal             PIC S9(6)V99.
       01 WeightSum             PIC 9(7)V9.
       01 WeightCount           PIC 9(4).
       01 PeriodAvgKg           PIC 9(3)V99.
       01 OTDayTable.
           02 OTDay             PIC 9(8) OCCURS 400 TIMES.
       01 OTDayCount            PIC 9(3).
       01 OTIdx                 PIC 9(3).
       01 MealDayTable.
           02 MealDay           PIC 9(8) OCCURS 400 TIMES.
       01 MealDayCount          PIC 9(3).
       01 MealDayIdx            PIC 9(3).
       01 ScanDate              PIC 9(8).
       01 SnackTable.
           02 SnackEntry        OCCURS 50 TIMES INDEXED BY SnkIdx.
              03 SnkId          PIC X(6).
              03 SnkCalories    PIC 9(4).
       01 SnackCatCount         PIC 9(2) VALUE ZERO.

       01 StatusWord            PIC X(8).
       01 ValueEdit2            PIC -(7)9.99.
       01 ValueEdit1            PIC -(8)9.9.
       01 ValueEdit0            PIC -(10)9.
       01 ValueText             PIC X(11).
       01 TargetText            PIC X(11).
       01 MaskedText            PIC X(11) JUSTIFIED RIGHT.

       01 ReportHeading.
           02 FILLER            PIC X(24)
              VALUE "Personal goals - month ".
           02 PrnHeadYM         PIC 9(6).
           02 FILLER            PIC X(12) VALUE "   run on ".
           02 PrnHeadDate       PIC 9(8).
       01 ColumnHeading.
           02 FILLER            PIC X(32) VALUE "  Goal".
           02 FILLER            PIC X(11) VALUE "     Actual".
           02 FILLER            PIC X(17) VALUE "          Target ".
           02 FILLER            PIC X(9) VALUE "Result".
           02 FILLER            PIC X(6) VALUE "Streak".
       01 GoalLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnGlCode         PIC X(6).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnGlName         PIC X(23).
           02 PrnGlValue        PIC X(12).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnGlCompare      PIC X(3).
           02 PrnGlTarget       PIC X(11).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnGlStatus       PIC X(9).
           02 PrnGlStreak       PIC ZZ9.
       01 MeasureLine.
           02 FILLER            PIC X(9) VALUE SPACES.
           02 PrnMsText         PIC X(70).
       01 Divider               PIC X(90) VALUE ALL "*".

       COPY "PROVREQ.cpy".
       COPY "MASKREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           PERFORM LoadGoalTable
           DISPLAY "1 = New goal   2 = List goals   "
              "3 = Evaluate a month   4 = Drop a goal"
           ACCEPT RunMode
           MOVE "PersonalGoals" TO FmProgramName
           IF EvaluateMode
              MOVE "PersonalGoals.rpt" TO FmOutputName
           ELSE
              MOVE "terminal" TO FmOutputName
           END-IF
           MOVE "N" TO FmCarriesPay
           MOVE "Y" TO FmCarriesMoney
           CALL "FigureMask" USING FigureMaskRequest
           EVALUATE TRUE
              WHEN AddMode      PERFORM AddGoal
              WHEN ListMode     PERFORM ListGoals
              WHEN EvaluateMode PERFORM EvaluateMonth
              WHEN DropMode     PERFORM DropGoal
              WHEN OTHER        DISPLAY "Unknown mode"
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
           MOVE CodeInput TO PgCode
           DISPLAY "Name (e.g. Less on drinks)"
           ACCEPT PgName

           PERFORM VARYING MsIdx FROM 1 BY 1 UNTIL MsIdx > 10
              DISPLAY "  " MsIdx " = " MsTitle(MsIdx)
           END-PERFORM
           MOVE ZEROES TO MeasurePick
           PERFORM UNTIL MeasurePick >= 1 AND MeasurePick <= 10
              DISPLAY "Measure (1-10)"
              ACCEPT InputWS
              IF InputWS NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(InputWS) = ZERO
                 COMPUTE MeasurePick = FUNCTION NUMVAL(InputWS)
              END-IF
              IF MeasurePick < 1 OR MeasurePick > 10
                 DISPLAY "Pick a measure from the list"
              END-IF
           END-PERFORM
           MOVE MeasurePick TO MsIdx
           MOVE MsCode(MsIdx) TO PgMeasure
           MOVE SPACES TO PgParam
           EVALUATE TRUE
              WHEN MsTakesCategory(MsIdx)
                 DISPLAY "Receipt category (e.g. Drink, "
                    "Enter = all spend)"
                 ACCEPT PgParam
              WHEN MsTakesActivity(MsIdx)
                 DISPLAY "Activity type (e.g. SWIM, Enter = all)"
                 ACCEPT PgParam
                 MOVE FUNCTION UPPER-CASE(PgParam) TO PgParam
              WHEN MsTakesDinner(MsIdx)
                 DISPLAY "Dinner name (Enter = all dinners)"
                 ACCEPT PgParam
              WHEN MsTakesMember(MsIdx)
                 DISPLAY "Member id (Enter = everyone)"
                 ACCEPT PgParam
           END-EVALUATE

           MOVE SPACES TO PgCompare
           PERFORM UNTIL PgAtMost OR PgBelow OR PgAtLeast OR PgAbove
              DISPLAY "Comparison: <= (at most), < (under), "
                 ">= (at least), > (over)"
              ACCEPT PgCompare
              IF NOT (PgAtMost OR PgBelow OR PgAtLeast OR PgAbove)
                 DISPLAY "Enter <=, <, >= or >"
              END-IF
           END-PERFORM
           DISPLAY "Target (negative for a drop, e.g. -1 kg)"
           MOVE "N" TO NumOk
           PERFORM UNTIL NumOk = "Y"
              PERFORM AcceptAmount
              IF NumOk NOT = "Y"
                 DISPLAY "Enter a number"
              END-IF
           END-PERFORM
           MOVE NumValue TO PgTarget

           MOVE SPACES TO PgPeriod
           PERFORM UNTIL PgMonthly OR PgWindow
              DISPLAY "Period: M = every month, W = once over a "
                 "window of dates"
              ACCEPT PgPeriod
              MOVE FUNCTION UPPER-CASE(PgPeriod) TO PgPeriod
           END-PERFORM
           IF PgMonthly
              DISPLAY "First month counted from (YYYYMMDD, Enter = "
                 "today)"
           ELSE
              DISPLAY "Window start (YYYYMMDD, Enter = today)"
           END-IF
           MOVE "N" TO DateOk
           PERFORM UNTIL DateOk = "Y"
              ACCEPT DateInput
              IF DateInput = SPACES
                 MOVE TodayDate TO DateInput
              END-IF
              CALL "CheckDate" USING DateInput, DateOk
              IF DateOk NOT = "Y"
                 DISPLAY "Enter a valid date"
              END-IF
           END-PERFORM
           MOVE DateInput TO PgFrom
           IF PgMonthly
              DISPLAY "Last date (YYYYMMDD, Enter = no end)"
           ELSE
              DISPLAY "Window end (YYYYMMDD)"
           END-IF
           MOVE "N" TO DateOk
           PERFORM UNTIL DateOk = "Y"
              ACCEPT DateInput
              IF DateInput = SPACES AND PgMonthly
                 MOVE ZEROES TO PgTo
                 MOVE "Y" TO DateOk
              ELSE
                 CALL "CheckDate" USING DateInput, DateOk
                 IF DateOk = "Y" AND DateInput < PgFrom
                    MOVE "N" TO DateOk
                 END-IF
                 IF DateOk = "Y"
                    MOVE DateInput TO PgTo
                 ELSE
                    DISPLAY "Enter a valid date on or after the start"
                 END-IF
              END-IF
           END-PERFORM
           MOVE "O" TO PgStatus
           ADD 1 TO GoalCount
           MOVE GoalRecord TO GlImage(GoalCount)
           PERFORM SaveGoalTable
           DISPLAY "Goal " PgCode " saved".

       ListGoals.
           IF GoalCount = ZERO
              DISPLAY "No goals in PersonalGoals.dat"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING GlIdx FROM 1 BY 1
              UNTIL GlIdx > GoalCount
              MOVE GlImage(GlIdx) TO GoalRecord
              PERFORM EditTarget
              DISPLAY "  " PgCode " " PgName " " PgMeasure " "
                 PgParam " " PgCompare " " TargetText " "
                 PgPeriod " " PgFrom "-" PgTo " " PgStatus
           END-PERFORM.

       DropGoal.
           PERFORM ListGoals
           DISPLAY "Goal code"
           ACCEPT CodeInput
           MOVE FUNCTION UPPER-CASE(CodeInput) TO CodeInput
           PERFORM FindGoal
           IF FoundGoal NOT = "Y"
              DISPLAY "No goal " CodeInput
              EXIT PARAGRAPH
           END-IF
           MOVE GlImage(GlIdx) TO GoalRecord
           MOVE "D" TO PgStatus
           MOVE GoalRecord TO GlImage(GlIdx)
           PERFORM SaveGoalTable
           DISPLAY "Goal " PgCode " dropped -- its results are kept".

      * The month's evaluation; last month unless told otherwise,
      * since a month is judged once it is over.
       EvaluateMonth.
           PERFORM CheckLayouts
           MOVE TodayDate(1:6) TO EvalYM
           IF EvalMonth = 1
              MOVE 12 TO EvalMonth
              SUBTRACT 1 FROM EvalYear
           ELSE
              SUBTRACT 1 FROM EvalMonth
           END-IF
           DISPLAY "Month to evaluate (YYYYMM, Enter = " EvalYM ")"
           ACCEPT MonthInput
           IF MonthInput NOT = SPACES
              IF MonthInput IS NOT NUMERIC
                 DISPLAY "Invalid month"
                 EXIT PARAGRAPH
              END-IF
              MOVE MonthInput TO EvalYM
              IF EvalMonth < 1 OR EvalMonth > 12
                 DISPLAY "Invalid month"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE EvalYM TO PriorYM
           IF PriorMonth = 1
              MOVE 12 TO PriorMonth
              SUBTRACT 1 FROM PriorYear
           ELSE
              SUBTRACT 1 FROM PriorMonth
           END-IF

           PERFORM LoadSnackCatalog
           PERFORM LoadResultTable
           MOVE ZEROES TO EvaluatedCount, MetCount, MissedCount

           PERFORM StartProvenance
           OPEN OUTPUT GoalReport
           MOVE EvalYM TO PrnHeadYM
           MOVE TodayDate TO PrnHeadDate
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM ColumnHeading AFTER ADVANCING 1 LINE
           PERFORM VARYING GlIdx FROM 1 BY 1
              UNTIL GlIdx > GoalCount
              MOVE GlImage(GlIdx) TO GoalRecord
              PERFORM EvaluateOneGoal
           END-PERFORM
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           CLOSE GoalReport
           MOVE "PersonalGoals.rpt" TO PvReportName
           PERFORM StampProvenance
           PERFORM SaveResultTable
           DISPLAY EvaluatedCount " goal(s) evaluated for " EvalYM
              ": " MetCount " met, " MissedCount " missed -- "
              "written to PersonalGoals.rpt".

      * Works out the goal's period for the month, measures it and
      * files the result; goals not running in the month are left
      * out, a window that ended before it included.
       EvaluateOneGoal.
           IF NOT PgOpen
              EXIT PARAGRAPH
           END-IF
           IF PgFrom(1:6) > EvalYM
              EXIT PARAGRAPH
           END-IF
           IF PgTo NOT = ZERO AND PgTo(1:6) < EvalYM
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FinalMonth
           IF PgMonthly
              COMPUTE PeriodStart = EvalYM * 100 + 1
              PERFORM FindMonthEnd
              MOVE "Y" TO FinalMonth
           ELSE
              MOVE PgFrom TO PeriodStart
              PERFORM FindMonthEnd
              IF PgTo <= PeriodEnd
                 MOVE PgTo TO PeriodEnd
                 MOVE "Y" TO FinalMonth
              END-IF
           END-IF

           PERFORM VARYING MsIdx FROM 1 BY 1
              UNTIL MsIdx > 10
              IF MsCode(MsIdx) = PgMeasure
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF MsIdx > 10
              DISPLAY "Goal " PgCode ": unknown measure " PgMeasure
              EXIT PARAGRAPH
           END-IF
           PERFORM TakeMeasure

           MOVE "N" TO TargetMet
           EVALUATE TRUE
              WHEN PgAtMost AND MeasureValue <= PgTarget
                 MOVE "Y" TO TargetMet
              WHEN PgBelow AND MeasureValue < PgTarget
                 MOVE "Y" TO TargetMet
              WHEN PgAtLeast AND MeasureValue >= PgTarget
                 MOVE "Y" TO TargetMet
              WHEN PgAbove AND MeasureValue > PgTarget
                 MOVE "Y" TO TargetMet
           END-EVALUATE
      * a window still running is only settled early when the
      * outcome can no longer change: a total reached, or a ceiling
      * already broken
           EVALUATE TRUE
              WHEN NOT MeasureHasData AND
                 (MsIdx = 6 OR MsIdx = 7 OR MsIdx = 8)
                 SET ResultNoData TO TRUE
              WHEN FinalMonth = "Y" AND TargetMet = "Y"
                 SET ResultMet TO TRUE
              WHEN FinalMonth = "Y"
                 SET ResultMissed TO TRUE
              WHEN MsIdx = 6 OR MsIdx = 7 OR MsIdx = 8
                 SET ResultPending TO TRUE
              WHEN PgStayUnder AND TargetMet = "N"
                 SET ResultMissed TO TRUE
              WHEN NOT PgStayUnder AND TargetMet = "Y"
                 SET ResultMet TO TRUE
              WHEN OTHER
                 SET ResultPending TO TRUE
           END-EVALUATE

           PERFORM FindPriorStreak
           EVALUATE TRUE
              WHEN ResultMet
                 COMPUTE NewStreak = PriorStreak + 1
                 ADD 1 TO MetCount
              WHEN ResultMissed
                 MOVE ZEROES TO NewStreak
                 ADD 1 TO MissedCount
              WHEN OTHER
                 MOVE PriorStreak TO NewStreak
           END-EVALUATE
           ADD 1 TO EvaluatedCount
           IF ResultCount < 40
              ADD 1 TO ResultCount
              MOVE EvalYM TO GrMonth
              MOVE PgCode TO GrCode
              MOVE MeasureValue TO GrValue
              MOVE GoalResult TO GrStatus
              MOVE NewStreak TO GrStreak
              MOVE ResultRecord TO RsImage(ResultCount)
           END-IF
           PERFORM WriteGoalLine.

      * Last day of the month evaluated: the day before the first of
      * the next month.
       FindMonthEnd.
           MOVE EvalYM TO BaseYM
           IF BaseMonth = 12
              MOVE 1 TO BaseMonth
              ADD 1 TO BaseYear
           ELSE
              ADD 1 TO BaseMonth
           END-IF
           COMPUTE ScanDate = BaseYM * 100 + 1
           COMPUTE PeriodEnd = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(ScanDate) - 1).

      * The goal's streak as it stood after the month before.
       FindPriorStreak.
           MOVE ZEROES TO PriorStreak
           PERFORM VARYING PrIdx FROM 1 BY 1
              UNTIL PrIdx > PriorResultCount
              MOVE PrImage(PrIdx) TO ResultRecord
              IF GrCode = PgCode
                 MOVE GrStreak TO PriorStreak
              END-IF
           END-PERFORM.

       WriteGoalLine.
           EVALUATE TRUE
              WHEN ResultMet     MOVE "MET" TO StatusWord
              WHEN ResultMissed  MOVE "MISSED" TO StatusWord
              WHEN ResultPending MOVE "PENDING" TO StatusWord
              WHEN OTHER         MOVE "NO DATA" TO StatusWord
           END-EVALUATE
           MOVE SPACES TO GoalLine
           MOVE PgCode TO PrnGlCode
           MOVE PgName TO PrnGlName
           PERFORM EditValue
           MOVE ValueText TO PrnGlValue
           MOVE PgCompare TO PrnGlCompare
           PERFORM EditTarget
           MOVE TargetText TO PrnGlTarget
           MOVE StatusWord TO PrnGlStatus
           MOVE NewStreak TO PrnGlStreak
           WRITE PrintLine FROM GoalLine AFTER ADVANCING 1 LINE
           MOVE SPACES TO PrnMsText
           STRING FUNCTION TRIM(MsTitle(MsIdx)) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION TRIM(PgParam) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              PeriodStart DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              PeriodEnd DELIMITED BY SIZE
              INTO PrnMsText
           END-STRING
           WRITE PrintLine FROM MeasureLine AFTER ADVANCING 1 LINE.

       EditValue.
           EVALUATE MsDecimals(MsIdx)
              WHEN 2
                 MOVE MeasureValue TO ValueEdit2
                 MOVE ValueEdit2 TO ValueText
              WHEN 1
                 MOVE MeasureValue TO ValueEdit1
                 MOVE ValueEdit1 TO ValueText
              WHEN OTHER
                 MOVE MeasureValue TO ValueEdit0
                 MOVE ValueEdit0 TO ValueText
           END-EVALUATE
           IF PgMeasure = "SPEND" AND FmMaskMoney
              MOVE FmMaskText TO MaskedText
              MOVE MaskedText TO ValueText
           END-IF.

       EditTarget.
           MOVE PgTarget TO ValueEdit2
           MOVE ValueEdit2 TO TargetText
           IF PgMeasure = "SPEND" AND FmMaskMoney
              MOVE FmMaskText TO MaskedText
              MOVE MaskedText TO TargetText
           END-IF.

      * MeasureValue for the goal's measure over PeriodStart to
      * PeriodEnd; MeasureSeen says whether anything was there.
       TakeMeasure.
           MOVE ZEROES TO MeasureValue, SumValue, CountValue
           MOVE "N" TO MeasureSeen
           EVALUATE MsIdx
              WHEN 1     PERFORM MeasureSpend
              WHEN 2     PERFORM MeasureWork
              WHEN 3     PERFORM MeasureWork
              WHEN 4     PERFORM MeasureActivities
              WHEN 5     PERFORM MeasureActivities
              WHEN 6     PERFORM MeasureWeightAverage
              WHEN 7     PERFORM MeasureWeightChange
              WHEN 8     PERFORM MeasureMeals
              WHEN 9     PERFORM MeasureMeals
              WHEN 10    PERFORM MeasureSwims
           END-EVALUATE.

       MeasureSpend.
           OPEN INPUT ReceiptFile
           IF ReceiptFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReceiptDetails
           MOVE 1 TO RRecNr
           PERFORM UNTIL EndOfReceipt
              READ ReceiptFile NEXT RECORD
                 AT END SET EndOfReceipt TO TRUE
              END-READ
              IF NOT EndOfReceipt AND NOT RHeaderRecord
                 AND RDate >= PeriodStart AND RDate <= PeriodEnd
                 IF PgParam = SPACES
                    OR FUNCTION UPPER-CASE(RType) =
                       FUNCTION UPPER-CASE(PgParam)
                    COMPUTE LineTotal = RPrice * RAmount
                    ADD LineTotal TO SumValue
                    MOVE "Y" TO MeasureSeen
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ReceiptFile
           MOVE SPACES TO ReceiptDetails
           MOVE SumValue TO MeasureValue.

      * Hours (measure 2) or distinct overtime days (measure 3).
       MeasureWork.
           MOVE ZEROES TO OTDayCount
           OPEN INPUT WorkHourFile
           IF WHFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WorkHourDetails
           MOVE 1 TO WHRecNr
           PERFORM UNTIL EndOfFileWH
              READ WorkHourFile NEXT RECORD
                 AT END SET EndOfFileWH TO TRUE
              END-READ
              IF NOT EndOfFileWH AND NOT WHVoided AND NOT WHStandby
                 AND WHDate >= PeriodStart AND WHDate <= PeriodEnd
                 MOVE "Y" TO MeasureSeen
                 ADD WHHoursWorked TO SumValue
                 IF WHOvertime
                    PERFORM NoteOvertimeDay
                 END-IF
              END-IF
           END-PERFORM
           CLOSE WorkHourFile
           MOVE SPACES TO WorkHourDetails
           IF MsIdx = 2
              MOVE SumValue TO MeasureValue
           ELSE
              MOVE OTDayCount TO MeasureValue
           END-IF.

       NoteOvertimeDay.
           PERFORM VARYING OTIdx FROM 1 BY 1
              UNTIL OTIdx > OTDayCount
              IF OTDay(OTIdx) = WHDate
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF OTIdx > OTDayCount AND OTDayCount < 400
              ADD 1 TO OTDayCount
              MOVE WHDate TO OTDay(OTDayCount)
           END-IF.

      * Count (measure 4) or minutes (measure 5) of the activity type
      * named, or of all activities.
       MeasureActivities.
           OPEN INPUT ActivityFile
           IF ActivityFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ ActivityFile
              AT END SET EndOfActivityFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfActivityFile
              IF AcDate >= PeriodStart AND AcDate <= PeriodEnd
                 AND (PgParam = SPACES OR AcType = PgParam)
                 MOVE "Y" TO MeasureSeen
                 ADD 1 TO CountValue
                 ADD AcMinutes TO SumValue
              END-IF
              READ ActivityFile
                 AT END SET EndOfActivityFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE ActivityFile
           IF MsIdx = 4
              MOVE CountValue TO MeasureValue
           ELSE
              MOVE SumValue TO MeasureValue
           END-IF.

      * Sessions in SwimLog's Swims.dat, everyone's or one member's.
       MeasureSwims.
           OPEN INPUT SwimFile
           IF SwimFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ SwimFile
              AT END SET EndOfSwimFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSwimFile
              IF SwDate >= PeriodStart AND SwDate <= PeriodEnd
                 AND (PgParam = SPACES OR SwMember = PgParam)
                 MOVE "Y" TO MeasureSeen
                 ADD 1 TO CountValue
              END-IF
              READ SwimFile
                 AT END SET EndOfSwimFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE SwimFile
           MOVE CountValue TO MeasureValue.

       MeasureWeightAverage.
           MOVE PeriodStart TO BaseStart
           MOVE PeriodEnd TO BaseEnd
           PERFORM AverageWeight
           IF WeightCount > ZERO
              MOVE "Y" TO MeasureSeen
              MOVE PeriodAvgKg TO MeasureValue
           END-IF.

      * The period's average weigh-in less the average of the
      * calendar month before the period starts; both are needed.
       MeasureWeightChange.
           MOVE PeriodStart TO BaseStart
           MOVE PeriodEnd TO BaseEnd
           PERFORM AverageWeight
           IF WeightCount = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE PeriodAvgKg TO MeasureValue
           MOVE PeriodStart(1:6) TO BaseYM
           IF BaseMonth = 1
              MOVE 12 TO BaseMonth
              SUBTRACT 1 FROM BaseYear
           ELSE
              SUBTRACT 1 FROM BaseMonth
           END-IF
           COMPUTE BaseStart = BaseYM * 100 + 1
           COMPUTE BaseEnd = BaseYM * 100 + 31
           PERFORM AverageWeight
           IF WeightCount = ZERO
              MOVE ZEROES TO MeasureValue
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO MeasureSeen
           COMPUTE MeasureValue = MeasureValue - PeriodAvgKg.

       AverageWeight.
           MOVE ZEROES TO WeightSum, WeightCount, PeriodAvgKg
           OPEN INPUT WeightFile
           IF WeightFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ WeightFile
              AT END SET EndOfWeightFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfWeightFile
              IF WtDate >= BaseStart AND WtDate <= BaseEnd
                 ADD WtKg TO WeightSum
                 ADD 1 TO WeightCount
              END-IF
              READ WeightFile
                 AT END SET EndOfWeightFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE WeightFile
           IF WeightCount > ZERO
              COMPUTE PeriodAvgKg ROUNDED = WeightSum / WeightCount
           END-IF.

      * Average daily calories -- dinners plus catalogued snacks over
      * the days anything was logged, the scorecard's tally -- for
      * measure 8, or dinners logged (of one name) for measure 9.
       MeasureMeals.
           MOVE ZEROES TO MealDayCount
           OPEN INPUT MealFile
           IF MealFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DinnerDetails
           MOVE 1 TO MealRecNr
           PERFORM UNTIL EndOfMealFile
              READ MealFile NEXT RECORD
                 AT END SET EndOfMealFile TO TRUE
              END-READ
              IF NOT EndOfMealFile
                 EVALUATE RecTypeCode IN DinnerDetails
                    WHEN "D"
                       IF DinnerDateNum >= PeriodStart
                          AND DinnerDateNum <= PeriodEnd
                          MOVE DinnerDateNum TO ScanDate
                          PERFORM CountDinnerForGoal
                       END-IF
                    WHEN "S"
                       IF SnaDateNum >= PeriodStart
                          AND SnaDateNum <= PeriodEnd
                          AND MsIdx = 8
                          MOVE SnaDateNum TO ScanDate
                          PERFORM AddSnackCalories
                          PERFORM NoteMealDay
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           CLOSE MealFile
           MOVE SPACES TO DinnerDetails
           IF MsIdx = 8
              IF MealDayCount > ZERO
                 MOVE "Y" TO MeasureSeen
                 COMPUTE MeasureValue ROUNDED = SumValue / MealDayCount
              END-IF
           ELSE
              MOVE CountValue TO MeasureValue
           END-IF.

       CountDinnerForGoal.
           IF MsIdx = 8
              ADD DinnerCalories TO SumValue
              PERFORM NoteMealDay
           ELSE
              IF PgParam = SPACES
                 OR FUNCTION UPPER-CASE(DinnerName) =
                    FUNCTION UPPER-CASE(PgParam)
                 MOVE "Y" TO MeasureSeen
                 ADD 1 TO CountValue
              END-IF
           END-IF.

       NoteMealDay.
           PERFORM VARYING MealDayIdx FROM 1 BY 1
              UNTIL MealDayIdx > MealDayCount
              IF MealDay(MealDayIdx) = ScanDate
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF MealDayIdx > MealDayCount AND MealDayCount < 400
              ADD 1 TO MealDayCount
              MOVE ScanDate TO MealDay(MealDayCount)
           END-IF.

       AddSnackCalories.
           PERFORM VARYING SnkIdx FROM 1 BY 1
              UNTIL SnkIdx > SnackCatCount
              IF SnkId(SnkIdx) = SnaId
                 ADD SnkCalories(SnkIdx) TO SumValue
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       LoadSnackCatalog.
           MOVE ZEROES TO SnackCatCount
           MOVE 1 TO SnackRecNr
           OPEN INPUT SnackCatalog
           IF SnackCatalogStatus = "00"
              MOVE SPACES TO SnackCatalogRecord
              READ SnackCatalog NEXT RECORD
                 AT END SET EndOfSnackCatalog TO TRUE
              END-READ
              PERFORM UNTIL EndOfSnackCatalog
                 OR SnackCatCount >= 50
                 ADD 1 TO SnackCatCount
                 SET SnkIdx TO SnackCatCount
                 MOVE SCId TO SnkId(SnkIdx)
                 MOVE SCCalories TO SnkCalories(SnkIdx)
                 READ SnackCatalog NEXT RECORD
                    AT END SET EndOfSnackCatalog TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SnackCatalog
           END-IF.

       CheckLayouts.
           ACCEPT WHFileNameVar FROM ENVIRONMENT "WORKHOURFILE"
           IF WHFileNameVar = SPACES
              MOVE "WorkHours.dat" TO WHFileNameVar
           END-IF
           CALL "CheckLayoutVersion" USING WHFileNameVar,
              WHLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run WorkHourMigrate before opening this file"
              STOP RUN
           END-IF
           ACCEPT ReceiptFileNameVar FROM ENVIRONMENT "RECEIPTFILE"
           IF ReceiptFileNameVar = SPACES
              MOVE "Receipts.dat" TO ReceiptFileNameVar
           END-IF
           CALL "CheckLayoutVersion" USING ReceiptFileNameVar,
              RcptLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run ReceiptMigrate before opening this file"
              STOP RUN
           END-IF
           ACCEPT MealFileNameVar FROM ENVIRONMENT "MEALFILE"
           IF MealFileNameVar = SPACES
              MOVE "Meals.dat" TO MealFileNameVar
           END-IF
           CALL "CheckLayoutVersion" USING MealFileNameVar,
              MealLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run MealMigrate before opening this file"
              STOP RUN
           END-IF.

      * Only the month before's results are held (the streaks carry
      * on from them); the evaluated month's come from this run.
       LoadResultTable.
           MOVE ZEROES TO ResultCount, PriorResultCount
           OPEN INPUT ResultFile
           IF ResultFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ ResultFile
              AT END SET EndOfResultFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfResultFile
              IF GrMonth = PriorYM AND PriorResultCount < 40
                 ADD 1 TO PriorResultCount
                 MOVE ResultRecord TO PrImage(PriorResultCount)
              END-IF
              READ ResultFile
                 AT END SET EndOfResultFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE ResultFile.

      * Every other month's rows are copied through to
      * GoalResults.new, any earlier rows for the evaluated month
      * left out -- a rerun replaces them -- and this run's results
      * follow; the new file then takes the old one's place.
       SaveResultTable.
           OPEN OUTPUT ResultNew
           OPEN INPUT ResultFile
           IF ResultFileStatus = "00"
              READ ResultFile
                 AT END SET EndOfResultFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfResultFile
                 IF GrMonth NOT = EvalYM
                    MOVE ResultRecord TO ResultNewLine
                    WRITE ResultNewLine
                 END-IF
                 READ ResultFile
                    AT END SET EndOfResultFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ResultFile
           END-IF
           PERFORM VARYING RsIdx FROM 1 BY 1
              UNTIL RsIdx > ResultCount
              MOVE RsImage(RsIdx) TO ResultNewLine
              WRITE ResultNewLine
           END-PERFORM
           CLOSE ResultNew
           MOVE "mv GoalResults.new GoalResults.dat" TO SwapCmd
           CALL "SYSTEM" USING SwapCmd.

       AcceptAmount.
           MOVE "N" TO NumOk
           ACCEPT InputWS
           IF InputWS NOT = SPACES
              AND FUNCTION TEST-NUMVAL(InputWS) = ZERO
              COMPUTE NumValue = FUNCTION NUMVAL(InputWS)
              MOVE "Y" TO NumOk
           END-IF.

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
           MOVE "PersonalGoals" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "PersonalGoals.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "GoalResults.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE WHFileNameVar TO PvInputName
           MOVE "W" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE MealFileNameVar TO PvInputName
           MOVE "M" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "SnackCatalog.dat" TO PvInputName
           MOVE "B" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Activities.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Swims.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Weights.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
