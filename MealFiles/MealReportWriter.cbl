           SELECT EatingPatternRpt ASSIGN TO "EatingPattern.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ActivityFile ASSIGN TO "Activities.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ActivityFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD MealFile.
       FD EatingPatternRpt.
       01 EpPrintLine           PIC X(60).

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

       WORKING-STORAGE SECTION.
       01 MealFileNameVar      PIC X(60) VALUE "Meals.dat".
       01 MealLayoutGen        PIC 9(2) VALUE 03.
       01 MonthStatFound      PIC X.
           88 FoundMonthStat  VALUE "Y".
       01 HitRatePct          PIC 9(3).
      * The calorie ceiling can be held against net calories: the
      * day's intake less the activity burn logged in Activities.dat
      * by ActivityLog. Protein is always gross.
       01 ActivityFileStatus  PIC XX.
       01 CalorieBasis        PIC X VALUE "1".
           88 NetCalorieBasis VALUE "2".
       01 BurnTable.
           02 BurnEntry       OCCURS 400 TIMES INDEXED BY BrnIdx.
              03 BrnDate      PIC X(8).
              03 BrnKcal      PIC 9(5).
       01 BurnCount           PIC 9(3) VALUE ZERO.
       01 BurnOldIdx          PIC 9(3).
       01 BurnTrimmed         PIC X VALUE "N".
       01 BurnFromDate        PIC X(8).
       01 DayBurn             PIC 9(5).
       01 TargetCalories      PIC S9(5).
       01 NetBasisLine        PIC X(60) VALUE
           "Calorie target counted against intake net of activity".
       01 BurnWindowLine.
           02 FILLER          PIC X(36) VALUE
              "Burn held for newest 400 days, from ".
           02 PrnBurnFrom     PIC X(8).
           02 FILLER          PIC X(16) VALUE "; older at gross".

       01 WeekTargetLine.
           02 FILLER          PIC X(15) VALUE SPACES.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 PrnEpFlag       PIC X(4).

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
           ACCEPT MealFileNameVar FROM ENVIRONMENT "MEALFILE"
           IF MealFileNameVar = SPACES
       WeeklyNutritionSummary.
           PERFORM LoadSnackCatalog
           PERFORM LoadNutritionTargets
           DISPLAY "Calorie target against 1 = gross intake  "
              "2 = net of activity"
           ACCEPT CalorieBasis
           IF NetCalorieBasis
              PERFORM LoadActivityBurn
           END-IF
           MOVE ZEROES TO WeekCalories, WeekProtein, WeekMealCount,
              WeekDayCount
           OPEN INPUT MealFile
           MOVE 1 TO MealRecNr
           PERFORM StartProvenance
           OPEN OUTPUT MealReport

           IF MealFileStatus = "35"
           MOVE BestStreak TO PrnBestStreak
           MOVE StreakLine TO PrintLine
           PERFORM WriteReportLine
           IF NetCalorieBasis
              MOVE NetBasisLine TO PrintLine
              PERFORM WriteReportLine
              IF BurnTrimmed = "Y"
                 MOVE BurnFromDate TO PrnBurnFrom
                 MOVE BurnWindowLine TO PrintLine
                 PERFORM WriteReportLine
              END-IF
           END-IF

           CLOSE MealFile
           CLOSE MealReport
           MOVE "MealReport.rpt" TO PvReportName
           PERFORM StampProvenance.

      * Snack nutrition resolves through SnackCatalog.dat; an id with
      * no catalog entry still counts the meal but adds nothing, the
              WeekDayCount, WeekHitDays.

      * A day is on goal when it stays at or under the calorie
      * ceiling (net of activity burn when asked for) and reaches the
      * protein floor. The marker goes on the day line, the hit feeds
      * the week and month counts, and the streak runs until a day
      * misses.
       MarkDayAgainstTargets.
           MOVE "N" TO DayHitTarget
           MOVE DayCalories TO TargetCalories
           IF NetCalorieBasis
              PERFORM FindDayBurn
              SUBTRACT DayBurn FROM TargetCalories
           END-IF
           EVALUATE TRUE
              WHEN TargetCalories <= CalorieCeiling
                 AND DayProtein >= ProteinFloor
                 MOVE "Y" TO DayHitTarget
                 MOVE "ok" TO PrnDayMark
              WHEN TargetCalories > CalorieCeiling
                 AND DayProtein < ProteinFloor
                 MOVE "over+low" TO PrnDayMark
              WHEN TargetCalories > CalorieCeiling
                 MOVE "over cal" TO PrnDayMark
              WHEN OTHER
                 MOVE "low prot" TO PrnDayMark
           MOVE 2200 TO TgtCalorieCeiling
           MOVE 100 TO TgtProteinFloor.

      * Burn per day for the same person filter as the meals; no
      * activity file simply means nothing is deducted. Past 400
      * days the table keeps the newest ones -- a later day takes the
      * slot of the oldest held -- and the report says from which
      * day on the burn was counted.
       LoadActivityBurn.
           MOVE ZEROES TO BurnCount
           MOVE "N" TO BurnTrimmed
           OPEN INPUT ActivityFile
           IF ActivityFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ ActivityFile
              AT END SET EndOfActivityFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfActivityFile
              IF PersonFilter = SPACES OR AcMember = PersonFilter
                 PERFORM TallyActivityBurn
              END-IF
              READ ActivityFile
                 AT END SET EndOfActivityFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE ActivityFile
           IF BurnTrimmed = "Y"
              PERFORM FindOldestBurn
              MOVE BrnDate(BurnOldIdx) TO BurnFromDate
           END-IF.

       TallyActivityBurn.
           PERFORM VARYING BrnIdx FROM 1 BY 1 UNTIL BrnIdx > BurnCount
              IF BrnDate(BrnIdx) = AcDate
                 ADD AcKcal TO BrnKcal(BrnIdx)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF BurnCount < 400
              ADD 1 TO BurnCount
              SET BrnIdx TO BurnCount
              MOVE AcDate TO BrnDate(BrnIdx)
              MOVE AcKcal TO BrnKcal(BrnIdx)
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BurnTrimmed
           PERFORM FindOldestBurn
           IF AcDate > BrnDate(BurnOldIdx)
              MOVE AcDate TO BrnDate(BurnOldIdx)
              MOVE AcKcal TO BrnKcal(BurnOldIdx)
           END-IF.

       FindOldestBurn.
           MOVE 1 TO BurnOldIdx
           PERFORM VARYING BrnIdx FROM 2 BY 1 UNTIL BrnIdx > BurnCount
              IF BrnDate(BrnIdx) < BrnDate(BurnOldIdx)
                 SET BurnOldIdx TO BrnIdx
              END-IF
           END-PERFORM.

       FindDayBurn.
           MOVE ZEROES TO DayBurn
           PERFORM VARYING BrnIdx FROM 1 BY 1 UNTIL BrnIdx > BurnCount
              IF BrnDate(BrnIdx) = PrevDate
                 MOVE BrnKcal(BrnIdx) TO DayBurn
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * The doctor's report: first and last meal time per day (meal
      * times of 9999 are pre-migration unknowns and are skipped),
      * the fasting window between one day's last meal and the next
                 "in MealWriter first"
              EXIT PARAGRAPH
           END-IF
           PERFORM StartProvenance
           OPEN OUTPUT EatingPatternRpt
           MOVE "Eating pattern report" TO EpPrintLine
           WRITE EpPrintLine AFTER ADVANCING 1 LINE
              PERFORM WriteEatingDayLine
           END-PERFORM
           CLOSE EatingPatternRpt
           MOVE "EatingPattern.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to EatingPattern.rpt ("
              EpLateCount " late-eating days)".

           END-IF
           MOVE EatingDayLine TO EpPrintLine
           WRITE EpPrintLine AFTER ADVANCING 1 LINE.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "MealReportWriter" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE MealFileNameVar TO PvInputName
           MOVE "M" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "SnackCatalog.dat" TO PvInputName
           MOVE "B" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "NutritionTargets.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Activities.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
