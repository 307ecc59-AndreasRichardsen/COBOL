      * is the use-it-up list: the perishables ReceiptWriter logged
      * into FreshStock.dat that expire within three days, shown
      * while planning too so the week is planned around the fridge
      * that actually exists. A planned dinner whose recipe holds
      * something a household member cannot eat (CheckDiet against
      * FoodTags.dat and MemberDiet.dat) is warned about when the
      * week is planned and flagged under its day in WeekPlan.rpt.
      * Each report ends with the ReportProvenance block: operator, run
      * time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 OverPct               PIC S9(4).
       01 PlannedCalTotal       PIC 9(6).
       01 PlannedDaysWithCal    PIC 9.
       01 DietRecipe            PIC X(20).
       01 DietMember            PIC X(8).
       01 DietTags              PIC X(60).
       01 DietConflict          PIC X(60).
       01 DietResult            PIC X.
           88 DietClear         VALUE "Y".
       01 DietWarnCount         PIC 9.

       01 PlanLine.
           02 PrnPlanDate       PIC 9(8).
           02 PrnPaActual       PIC X(20).
           02 PrnPaMark         PIC X(8).

       01 DietWarnLine.
           02 FILLER            PIC X(15) VALUE "    ** not for".
           02 PrnDietConflict   PIC X(40).

       01 PlanHeading           PIC X(30) VALUE "Dinner plan, week of".
       01 PaHeading             PIC X(40)
           VALUE "Plan versus actual, week of".
           02 FILLER            PIC X(13) VALUE " planned days".
       01 Divider               PIC X(60) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT MealFileNameVar FROM ENVIRONMENT "MEALFILE"
              END-IF
           END-PERFORM
           CLOSE MealPlanFile
           PERFORM WarnPlannedDiets
           PERFORM WarnPlannedWeek
           DISPLAY "Week planned -- print it with mode 2".

      * Every planned day is held against the whole household's
      * restrictions; the plan stands, the cook is told.
       WarnPlannedDiets.
           MOVE ZEROES TO DietWarnCount
           PERFORM VARYING DayOffset FROM 0 BY 1
              UNTIL DayOffset > 6
              PERFORM ComputeWeekDayDate
              PERFORM FindPlannedDinner
              IF PlannedForDay NOT = SPACES
                 PERFORM CheckPlannedDiet
                 IF NOT DietClear
                    ADD 1 TO DietWarnCount
                    DISPLAY "** " WeekDayDate " "
                       FUNCTION TRIM(PlannedForDay) " is not for "
                       FUNCTION TRIM(DietConflict)
                 END-IF
              END-IF
           END-PERFORM
           IF DietWarnCount > ZERO
              DISPLAY DietWarnCount " planned dinner(s) clash with a "
                 "member's restrictions"
           END-IF.

       CheckPlannedDiet.
           MOVE PlannedForDay TO DietRecipe
           MOVE SPACES TO DietMember
           CALL "CheckDiet" USING DietRecipe, DietMember, DietTags,
              DietConflict, DietResult.

      * The warning while planning, not after MealReportWriter has
      * already scored a bad week: the planned dinners whose recipes
      * are known are summed per portion against the calorie
           COMPUTE UseItUpCutoff =
              FUNCTION DATE-OF-INTEGER(CutoffDayNum)
           MOVE ZEROES TO ExpiringShown
           PERFORM StartProvenance
           OPEN OUTPUT UseItUpReport
           MOVE UseItUpHeading TO UiuPrintLine
           WRITE UiuPrintLine AFTER ADVANCING 1 LINE
              DISPLAY "Nothing expiring within three days"
           END-IF
           CLOSE UseItUpReport
           MOVE "UseItUp.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "List written to UseItUp.rpt ("
              ExpiringShown " items)".

       PrintWeekPlan.
           PERFORM StartProvenance
           OPEN OUTPUT WeekPlanReport
           MOVE SPACES TO PrintLine
           STRING PlanHeading DELIMITED BY SIZE
                 MOVE PlannedForDay TO PrnPlanDinner
              END-IF
              WRITE PrintLine FROM PlanLine AFTER ADVANCING 1 LINE
              IF PlannedForDay NOT = SPACES
                 PERFORM CheckPlannedDiet
                 IF NOT DietClear
                    MOVE DietConflict TO PrnDietConflict
                    WRITE PrintLine FROM DietWarnLine
                       AFTER ADVANCING 1 LINE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE WeekPlanReport
           MOVE "WeekPlan.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Plan written to WeekPlan.rpt".

       PlanVersusActual.
           PERFORM StartProvenance
           OPEN OUTPUT PlanActualReport
           MOVE SPACES TO PaPrintLine
           STRING PaHeading DELIMITED BY SIZE
           WRITE PaPrintLine FROM PaSummaryLine
              AFTER ADVANCING 1 LINE
           CLOSE PlanActualReport
           MOVE "PlanVsActual.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to PlanVsActual.rpt".

       ComputeWeekDayDate.
              SET ScriptActive TO TRUE
              DISPLAY "Scripted run -- answers from the script file"
           END-IF.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "MealPlanner" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "MealPlan.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE MealFileNameVar TO PvInputName
           MOVE "M" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Leftovers.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "FreshStock.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Recipes.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "FoodCatalog.dat" TO PvInputName
           MOVE "B" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "FoodReceiptLink.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "NutritionTargets.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
