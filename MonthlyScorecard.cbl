      * next to the prior month's with the delta, so a trend stops
      * needing four reports and a spreadsheet. Voided work-hour
      * records and receipt headers are skipped the same way the
      * single-file reports skip them. The month's personal goal
      * results, as PersonalGoals last evaluated them
      * (GoalResults.dat), close the page. A "Scorecard.script"
      * file on disk answers the prompts instead of the keyboard,
      * the way DailySummary.script does: year then month, or "THIS"
      * alone for the current month, so HtmlDashboard and the
      * scheduler can run it; a rejected answer ends with
      * RETURN-CODE 8.
      * Spend figures, by total and category and in SPEND goals, are
      * MONEY figures: an operator without the MONEY class
      * (FigureMask) gets "****" for them and every other line as
      * usual.
      * Scorecard.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RELATIVE KEY IS SnackRecNr
           FILE STATUS IS SnackCatalogStatus.

           SELECT GoalFile ASSIGN TO "PersonalGoals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GoalFileStatus.

           SELECT ResultFile ASSIGN TO "GoalResults.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ResultFileStatus.

           SELECT ScorecardReport ASSIGN TO "Scorecard.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ScriptFile ASSIGN TO "Scorecard.script"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ScriptFileStatus.

           SELECT MealMonthIndex ASSIGN TO "MealsMonthIndex.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MealMonthIndexStatus.
           02 TempIxFirst       PIC 9(6).
           02 TempIxLast        PIC 9(6).

       FD GoalFile.
       01 GoalRecord.
           88 EndOfGoalFile     VALUE HIGH-VALUES.
           02 PgCode            PIC X(6).
           02 PgName            PIC X(24).
           02 PgMeasure         PIC X(12).
           02 PgParam           PIC X(12).
           02 PgCompare         PIC X(2).
           02 PgTarget          PIC S9(7)V99
                                SIGN IS LEADING SEPARATE.
           02 PgPeriod          PIC X.
           02 PgFrom            PIC 9(8).
           02 PgTo              PIC 9(8).
           02 PgStatus          PIC X.

       FD ResultFile.
       01 ResultRecord.
           88 EndOfResultFile   VALUE HIGH-VALUES.
           02 GrMonth           PIC 9(6).
           02 GrCode            PIC X(6).
           02 GrValue           PIC S9(7)V99
                                SIGN IS LEADING SEPARATE.
           02 GrStatus          PIC X.
           02 GrStreak          PIC 9(3).

       FD ScorecardReport.
       01 PrintLine             PIC X(70).

       FD ScriptFile.
       01 ScriptLine            PIC X(44).

       WORKING-STORAGE SECTION.
       01 ScriptFileStatus      PIC XX.
       01 ScriptModeFlag        PIC X VALUE "N".
           88 ScriptActive      VALUE "Y".
       01 ScriptAnswer          PIC X(44).
       01 TodayDateNum          PIC 9(8).
       01 WHFileNameVar         PIC X(60) VALUE "WorkHours.dat".
       01 WHLayoutGen           PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 ScoreLine.
           02 PrnScoreLabel     PIC X(26).
           02 PrnScoreCur       PIC ZZZZZ9.99-.
           02 PrnScoreCurMask REDEFINES PrnScoreCur
                                PIC X(10) JUSTIFIED RIGHT.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnScorePri       PIC ZZZZZ9.99-.
           02 PrnScorePriMask REDEFINES PrnScorePri
                                PIC X(10) JUSTIFIED RIGHT.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnScoreDelta     PIC +ZZZZ9.99.
           02 PrnScoreDeltaMask REDEFINES PrnScoreDelta
                                PIC X(9) JUSTIFIED RIGHT.

       01 Divider               PIC X(70) VALUE ALL "*".

       01 GoalFileStatus        PIC XX.
       01 ResultFileStatus      PIC XX.
       01 GoalLinesWritten      PIC 9(3).
       01 GoalSectionLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnGoalCode       PIC X(6).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnGoalName       PIC X(20).
           02 PrnGoalValue      PIC -(6)9.99.
           02 PrnGoalValueMask REDEFINES PrnGoalValue
                                PIC X(10) JUSTIFIED RIGHT.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnGoalCompare    PIC X(2).
           02 PrnGoalTarget     PIC -(6)9.99.
           02 PrnGoalTargetMask REDEFINES PrnGoalTarget
                                PIC X(10) JUSTIFIED RIGHT.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnGoalStatus     PIC X(8).
           02 PrnGoalStreak     PIC ZZ9.
       01 DeltaWS               PIC S9(7)V99.

       COPY "PROVREQ.cpy".
       COPY "MASKREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WHFileNameVar FROM ENVIRONMENT "WORKHOURFILE"
              WHLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run WorkHourMigrate before opening this file"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT ReceiptFileNameVar FROM ENVIRONMENT "RECEIPTFILE"
           IF ReceiptFileNameVar = SPACES
              RcptLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run ReceiptMigrate before opening this file"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT MealFileNameVar FROM ENVIRONMENT "MEALFILE"
           IF MealFileNameVar = SPACES
              MealLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run MealMigrate before opening this file"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT TempFileNameVar FROM ENVIRONMENT "TEMPFILE"
           IF TempFileNameVar = SPACES
              TempLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run TempMigrate before opening this file"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM ProbeScriptFile
           IF ScriptActive
              PERFORM TakeScriptedMonth
           ELSE
              PERFORM AskForMonth
           END-IF

           PERFORM LoadSnackCatalog

           MOVE 1 TO FigIdx
           COMPUTE TargetYM = (PickYear * 100) + PickMonth
           PERFORM ComputeMonthFigures

           MOVE 2 TO FigIdx
           IF PickMonth = 1
              COMPUTE TargetYM = ((PickYear - 1) * 100) + 12
           ELSE
              COMPUTE TargetYM = (PickYear * 100) + PickMonth - 1
           END-IF
           PERFORM ComputeMonthFigures

           PERFORM WriteScorecard
           DISPLAY "Scorecard written to Scorecard.rpt"
           MOVE ZEROES TO RETURN-CODE
           GOBACK.

       AskForMonth.
           MOVE ZEROES TO PickYear
           PERFORM UNTIL PickYear >= 1900 AND PickYear <= 2099
              DISPLAY "Year (YYYY)"
              IF PickMonth < 1 OR PickMonth > 12
                 DISPLAY "Invalid month -- enter 01-12"
              END-IF
           END-PERFORM.

       ProbeScriptFile.
           MOVE "N" TO ScriptModeFlag
           OPEN INPUT ScriptFile
           IF ScriptFileStatus = "00"
              SET ScriptActive TO TRUE
              DISPLAY "Scripted run -- answers from the script file"
           END-IF.

      * "THIS" lets a nightly schedule reuse one script forever.
       TakeScriptedMonth.
           PERFORM GetScriptAnswer
           IF FUNCTION UPPER-CASE(ScriptAnswer(1:4)) = "THIS"
              ACCEPT TodayDateNum FROM DATE YYYYMMDD
              MOVE TodayDateNum(1:4) TO PickYear
              MOVE TodayDateNum(5:2) TO PickMonth
           ELSE
              MOVE ScriptAnswer(1:4) TO PickYear
              PERFORM GetScriptAnswer
              MOVE ScriptAnswer(1:2) TO PickMonth
           END-IF
           CLOSE ScriptFile
           IF PickYear IS NOT NUMERIC OR PickMonth IS NOT NUMERIC
              OR PickYear < 1900 OR PickYear > 2099
              OR PickMonth < 1 OR PickMonth > 12
              DISPLAY "Scripted month rejected -- aborting"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      * Running out of answers is a scripting error, not a reason to
      * fall back to a keyboard nobody is at.
       GetScriptAnswer.
           READ ScriptFile
              AT END
                 DISPLAY "Script ran out of answers -- aborting"
                 CLOSE ScriptFile
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-READ
           MOVE ScriptLine TO ScriptAnswer
           DISPLAY "script> " FUNCTION TRIM(ScriptAnswer).

       ComputeMonthFigures.
           MOVE TargetYM TO FigYM(FigIdx)
                 SET EndOfTempFile TO TRUE
                 EXIT PERFORM
              END-IF
              CALL "CalibrateReading" USING Location, TempMetric,
                 TempDateNum, Temperature
              IF (WaterMetric OR AirMetric)
                 AND TempDateNum(1:6) = FigYM(FigIdx)(1:6)
                 IF FigTempSeen(FigIdx) = "N"
           END-IF.

       WriteScorecard.
           PERFORM StartProvenance
           MOVE "MonthlyScorecard" TO FmProgramName
           MOVE "Scorecard.rpt" TO FmOutputName
           MOVE "N" TO FmCarriesPay
           MOVE "Y" TO FmCarriesMoney
           CALL "FigureMask" USING FigureMaskRequest
           OPEN OUTPUT ScorecardReport
           MOVE FigYM(1) TO PrnHeadYM
           MOVE FigYM(2) TO PrnPriorYM
           MOVE FigSpend(1) TO PrnScoreCur
           MOVE FigSpend(2) TO PrnScorePri
           COMPUTE DeltaWS = FigSpend(1) - FigSpend(2)
           PERFORM WriteMoneyScoreLine

           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > 7
              MOVE SPACES TO PrnScoreLabel
              MOVE FigCatSpend(2, CatIdx) TO PrnScorePri
              COMPUTE DeltaWS =
                 FigCatSpend(1, CatIdx) - FigCatSpend(2, CatIdx)
              PERFORM WriteMoneyScoreLine
           END-PERFORM

           MOVE "Avg daily calories" TO PrnScoreLabel
           COMPUTE DeltaWS = FigTempMax(1) - FigTempMax(2)
           PERFORM WriteScoreLine

           PERFORM WriteGoalSection
           CLOSE ScorecardReport
           MOVE "Scorecard.rpt" TO PvReportName
           PERFORM StampProvenance.

       WriteScoreLine.
           MOVE DeltaWS TO PrnScoreDelta
           WRITE PrintLine FROM ScoreLine AFTER ADVANCING 1 LINE.

       WriteMoneyScoreLine.
           MOVE DeltaWS TO PrnScoreDelta
           IF FmMaskMoney
              MOVE FmMaskText TO PrnScoreCurMask
              MOVE FmMaskText TO PrnScorePriMask
              MOVE FmMaskText TO PrnScoreDeltaMask
           END-IF
           WRITE PrintLine FROM ScoreLine AFTER ADVANCING 1 LINE.

      * The month's rows from GoalResults.dat with each goal's name
      * and target; the figures are PersonalGoals' own, not
      * recomputed here.
       WriteGoalSection.
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE "Personal goals                   Actual       Target"
              & "  Result  Streak" TO PrintLine
           WRITE PrintLine AFTER ADVANCING 1 LINE
           MOVE ZEROES TO GoalLinesWritten
           OPEN INPUT ResultFile
           IF ResultFileStatus = "00"
              READ ResultFile
                 AT END SET EndOfResultFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfResultFile
                 IF GrMonth = FigYM(1)
                    PERFORM WriteOneGoalResult
                 END-IF
                 READ ResultFile
                    AT END SET EndOfResultFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ResultFile
           END-IF
           IF GoalLinesWritten = ZERO
              MOVE "  (goals not evaluated for this month -- run "
                 & "PersonalGoals)" TO PrintLine
              WRITE PrintLine AFTER ADVANCING 1 LINE
           END-IF.

       WriteOneGoalResult.
           MOVE SPACES TO GoalSectionLine
           MOVE GrCode TO PrnGoalCode
           MOVE GrValue TO PrnGoalValue
           OPEN INPUT GoalFile
           IF GoalFileStatus = "00"
              READ GoalFile
                 AT END SET EndOfGoalFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfGoalFile
                 IF PgCode = GrCode
                    MOVE PgName TO PrnGoalName
                    MOVE PgCompare TO PrnGoalCompare
                    MOVE PgTarget TO PrnGoalTarget
                    IF PgMeasure = "SPEND" AND FmMaskMoney
                       MOVE FmMaskText TO PrnGoalValueMask
                       MOVE FmMaskText TO PrnGoalTargetMask
                    END-IF
                 END-IF
                 READ GoalFile
                    AT END SET EndOfGoalFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE GoalFile
           END-IF
           EVALUATE GrStatus
              WHEN "M"   MOVE "MET" TO PrnGoalStatus
              WHEN "X"   MOVE "MISSED" TO PrnGoalStatus
              WHEN "P"   MOVE "PENDING" TO PrnGoalStatus
              WHEN OTHER MOVE "NO DATA" TO PrnGoalStatus
           END-EVALUATE
           MOVE GrStreak TO PrnGoalStreak
           WRITE PrintLine FROM GoalSectionLine AFTER ADVANCING 1 LINE
           ADD 1 TO GoalLinesWritten.

      * Slot range covering the wanted months, from the writers'
      * month index: "Y" with first/last slots, "E" when the index
      * exists but holds none of those months (nothing to read), or
              END-READ
           END-PERFORM
           CLOSE TempMonthIndex.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "MonthlyScorecard" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE WHFileNameVar TO PvInputName
           MOVE "W" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE MealFileNameVar TO PvInputName
           MOVE "M" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE TempFileNameVar TO PvInputName
           MOVE "T" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "SnackCatalog.dat" TO PvInputName
           MOVE "B" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "PersonalGoals.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "GoalResults.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "MealsMonthIndex.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "TempsMonthIndex.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
