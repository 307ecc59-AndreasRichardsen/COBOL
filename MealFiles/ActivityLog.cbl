       IDENTIFICATION DIVISION.
       PROGRAM-ID. ActivityLog.
       AUTHOR. Andreas Richardsen.

      * Calories out, the half the weight trend was missing. Mode 1
      * logs an activity into Activities.dat: date, member, activity
      * type, minutes and distance, with the burn estimated from the
      * type's rate in ActivityRates.dat (kcal per kg body weight per
      * hour) scaled by the latest weigh-in in Weights.dat on or
      * before the activity date. The weight used is kept on the
      * record so a later weigh-in never rewrites history. Mode 2
      * keeps the rate table (seeded with common activities the
      * first time). Mode 3 writes EnergyBalance.rpt: per day the
      * intake from Meals.dat -- dinners plus catalogued snacks, the
      * tally WeightWriter and MealReportWriter run -- minus the
      * activity burn, with a week line carrying the average weight
      * and its change from the last weighed week. The report holds
      * the newest 400 days: when the range asked for (or the whole
      * file, with no From date) has more, the oldest days give way
      * and the report ends with a note naming the first day it
      * covers.
      * EnergyBalance.rpt ends with the ReportProvenance block:
      * operator, run time and the count, checksum and layout generation
      * of every input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ActivityFile ASSIGN TO "Activities.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ActivityFileStatus.

           SELECT RateFile ASSIGN TO "ActivityRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RateFileStatus.

           SELECT WeightFile ASSIGN TO "Weights.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WeightFileStatus.

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

           SELECT AuditLog ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogStatus.

           SELECT BalanceReport ASSIGN TO "EnergyBalance.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD RateFile.
       01 RateRecord.
           88 EndOfRateFile     VALUE HIGH-VALUES.
           02 ArType            PIC X(12).
           02 ArRate            PIC 9(2)V9.

       FD WeightFile.
       01 WeightRecord.
           88 EndOfWeightFile   VALUE HIGH-VALUES.
           02 WtDate            PIC 9(8).
           02 WtKg              PIC 9(3)V9.
           02 WtNote            PIC X(25).

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
           02 FILLER         PIC X.
           02 SnaId          PIC X(6).
           COPY "DATECOMP.cpy" REPLACING ==:PREFIX:== BY ==Sna==.
           02 SnaDateNum     REDEFINES SnaDate PIC 9(8).
           02 SnaPersonId    PIC X(8).
           02 SnaTime        PIC 9(4).

       FD SnackCatalog.
       01 SnackCatalogRecord.
           88 EndOfSnackCatalog VALUE HIGH-VALUES.
           02 SCId              PIC X(6).
           02 SCName            PIC X(20).
           02 SCCalories        PIC 9(4).
           02 SCProteinG        PIC 9(3).

       FD AuditLog.
       01 AuditDetails.
           COPY "AUDITLOG.cpy".

       FD BalanceReport.
       01 PrintLine             PIC X(80).

       WORKING-STORAGE SECTION.
       01 ActivityFileStatus    PIC XX.
       01 RateFileStatus        PIC XX.
       01 WeightFileStatus      PIC XX.
       01 MealFileNameVar       PIC X(60) VALUE "Meals.dat".
       01 MealLayoutGen         PIC 9(2) VALUE 03.
       01 LayoutOkWS            PIC X.
       01 MealFileStatus        PIC XX.
       01 MealRecNr             PIC 9(6).
       01 SnackCatalogStatus    PIC XX.
       01 SnackRecNr            PIC 9(5).
       01 AuditLogStatus        PIC XX.
       01 AuditUserWS           PIC X(8).
       01 RunMode               PIC X.
           88 LogActivityMode   VALUE "1".
           88 RateTableMode     VALUE "2".
           88 BalanceReportMode VALUE "3".
       01 DatePromptText        PIC X(44).
       01 DateInputWS           PIC X(8).
       01 DateOk                PIC X.
           88 DateAccepted      VALUE "Y".
       01 NumInputWS            PIC X(12).
       01 NumValueWS            PIC S9(6)V99.
       01 NumOkWS               PIC X.
       01 EntryPerson           PIC X(8) VALUE SPACES.
       01 PersonInput           PIC X(8).
       01 TypeInput             PIC X(12).
       01 EntryFound            PIC X.

      * common activities and their burn in kcal per kg per hour,
      * written to ActivityRates.dat when there is none yet
       01 DefaultRateList.
           02 FILLER            PIC X(15) VALUE "WALK        035".
           02 FILLER            PIC X(15) VALUE "HIKE        060".
           02 FILLER            PIC X(15) VALUE "RUN         098".
           02 FILLER            PIC X(15) VALUE "CYCLE       075".
           02 FILLER            PIC X(15) VALUE "SWIM        070".
           02 FILLER            PIC X(15) VALUE "SKI         070".
           02 FILLER            PIC X(15) VALUE "STRENGTH    050".
           02 FILLER            PIC X(15) VALUE "YOGA        025".
           02 FILLER            PIC X(15) VALUE "GARDEN      040".
           02 FILLER            PIC X(15) VALUE "OTHER       040".
       01 DefaultRateTable REDEFINES DefaultRateList.
           02 DefaultRate       PIC X(15) OCCURS 10 TIMES.

       01 RateTable.
           02 RateEntry         OCCURS 40 TIMES INDEXED BY RtIdx.
              03 RtType         PIC X(12).
              03 RtRate         PIC 9(2)V9.
       01 RateCount             PIC 9(2) VALUE ZERO.
       01 SeedIdx               PIC 9(2).

       01 WeighInTable.
           02 WeighInEntry      OCCURS 500 TIMES INDEXED BY WiIdx.
              03 WiDate         PIC 9(8).
              03 WiKg           PIC 9(3)V9.
       01 WeighInCount          PIC 9(3) VALUE ZERO.
       01 LatestDate            PIC 9(8).
       01 BodyKg                PIC 9(3)V9.
       01 KcalBurn              PIC 9(4).

       01 SnackTable.
           02 SnackEntry        OCCURS 50 TIMES INDEXED BY SnkIdx.
              03 SnkId          PIC X(6).
              03 SnkCalories    PIC 9(4).
       01 SnackCatCount         PIC 9(2) VALUE ZERO.

      * one row per day with intake or activity, kept in date order
       01 DayTable.
           02 DayEntry          OCCURS 400 TIMES INDEXED BY DyIdx.
              03 DyDate         PIC 9(8).
              03 DyIntake       PIC 9(5).
              03 DyBurn         PIC 9(5).
       01 DayCount              PIC 9(3) VALUE ZERO.
       01 DayFound              PIC X.
           88 FoundDayEntry     VALUE "Y".
       01 DaysDropped           PIC X VALUE "N".
       01 WindowNoteLine.
           02 FILLER            PIC X(30) VALUE
              "Newest 400 days only -- from ".
           02 PrnWindowFrom     PIC 9(8).
           02 FILLER            PIC X(34) VALUE
              "; give a From date for older days".
       01 InsertAt              PIC 9(3).
       01 ShuffleIdx            PIC 9(3).
       01 LookupDate            PIC 9(8).
       01 PersonFilter          PIC X(8).
       01 FromDate              PIC 9(8) VALUE ZERO.
       01 MealPerson            PIC X(8).

       01 MondayDate            PIC 9(8).
       01 MondayDayNum          PIC 9(7).
       01 SundayDate            PIC 9(8).
       01 CurrentMonday         PIC 9(8) VALUE ZERO.
       01 WeekIntake            PIC 9(6).
       01 WeekBurn              PIC 9(6).
       01 WeekNet               PIC S9(6).
       01 WeekWeightSum         PIC 9(6)V9.
       01 WeekWeightCnt         PIC 9(3).
       01 AvgWeight             PIC 9(3)V9.
       01 PrevAvgWeight         PIC 9(3)V9 VALUE ZERO.
       01 WeightChange          PIC S9(3)V9.
       01 DayNet                PIC S9(5).
       01 TotalIntake           PIC 9(7) VALUE ZERO.
       01 TotalBurn             PIC 9(7) VALUE ZERO.
       01 DowNumWS              PIC 9.
       01 DowNameWS             PIC X(9).
       01 IsoWeekWS             PIC 9(2).

       01 ReportHeading         PIC X(46)
           VALUE "Daily energy balance against the weight trend".
       01 Divider               PIC X(80) VALUE ALL "*".
       01 ColumnHeading.
           02 FILLER            PIC X(15) VALUE "Date".
           02 FILLER            PIC X(9) VALUE "   Intake".
           02 FILLER            PIC X(9) VALUE "     Burn".
           02 FILLER            PIC X(9) VALUE "      Net".
       01 DayLine.
           02 PrnDyDate         PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnDyDow          PIC X(3).
           02 FILLER            PIC X(3) VALUE SPACES.
           02 PrnDyIntake       PIC Z(7)9.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnDyBurn         PIC Z(7)9.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnDyNet          PIC -(7)9.
       01 WeekTotalLine.
           02 FILLER            PIC X(9) VALUE "week of ".
           02 PrnWkMonday       PIC 9(8).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnWkIntake       PIC Z(5)9.
           02 FILLER            PIC X(3) VALUE SPACES.
           02 PrnWkBurn         PIC Z(5)9.
           02 FILLER            PIC X(3) VALUE SPACES.
           02 PrnWkNet          PIC -(6)9.
           02 FILLER            PIC X(3) VALUE SPACES.
           02 PrnWkWeight       PIC X(30).
       01 WeightText.
           02 PrnWtAvg          PIC ZZ9.9.
           02 FILLER            PIC X(5) VALUE " kg (".
           02 PrnWtChange       PIC +Z9.9.
           02 FILLER            PIC X(1) VALUE ")".
       01 TotalLine.
           02 FILLER            PIC X(15) VALUE "All days".
           02 PrnTotIntake      PIC Z(7)9.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnTotBurn        PIC Z(7)9.

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT MealFileNameVar FROM ENVIRONMENT "MEALFILE"
           IF MealFileNameVar = SPACES
              MOVE "Meals.dat" TO MealFileNameVar
           END-IF

           DISPLAY "1 = Log activity   2 = Activity rates   "
              "3 = Daily energy balance"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN LogActivityMode   PERFORM LogActivities
              WHEN RateTableMode     PERFORM MaintainRates
              WHEN BalanceReportMode PERFORM EnergyBalanceReport
              WHEN OTHER             DISPLAY "Unknown mode"
           END-EVALUATE
           GOBACK.

       LogActivities.
           PERFORM LoadRateTable
           PERFORM LoadWeighIns
      * who is logging this session -- defaults from PERSONID, the
      * same way MealWriter does it
           ACCEPT EntryPerson FROM ENVIRONMENT "PERSONID"
           DISPLAY "Person id for this session (Enter = '"
              FUNCTION TRIM(EntryPerson) "')"
           ACCEPT PersonInput
           IF PersonInput NOT = SPACES
              MOVE PersonInput TO EntryPerson
           END-IF
           OPEN EXTEND ActivityFile
           IF ActivityFileStatus = "35"
              OPEN OUTPUT ActivityFile
              CLOSE ActivityFile
              OPEN EXTEND ActivityFile
           END-IF
           PERFORM UNTIL EXIT
              MOVE "Date (YYYYMMDD, Enter to finish)"
                 TO DatePromptText
              PERFORM AcceptDateInput
              IF DateInputWS = SPACE
                 EXIT PERFORM
              END-IF
              MOVE SPACES TO ActivityRecord
              MOVE DateInputWS TO AcDate
              MOVE EntryPerson TO AcMember
              PERFORM AcceptActivityType
              MOVE RtType(RtIdx) TO AcType
              MOVE "N" TO NumOkWS
              PERFORM UNTIL NumOkWS = "Y"
                 DISPLAY "Duration (minutes)"
                 ACCEPT NumInputWS
                 CALL "CheckNumber" USING NumInputWS,
                    NumValueWS, NumOkWS
                 IF NumOkWS NOT = "Y" OR NumValueWS NOT > ZERO
                    OR NumValueWS > 999
                    DISPLAY "Enter whole minutes, 1 to 999"
                    MOVE "N" TO NumOkWS
                 END-IF
              END-PERFORM
              MOVE NumValueWS TO AcMinutes
              MOVE ZERO TO AcKm
              MOVE "N" TO NumOkWS
              PERFORM UNTIL NumOkWS = "Y"
                 DISPLAY "Distance in km (Enter = none)"
                 ACCEPT NumInputWS
                 IF NumInputWS = SPACES
                    MOVE "Y" TO NumOkWS
                 ELSE
                    CALL "CheckNumber" USING NumInputWS,
                       NumValueWS, NumOkWS
                    IF NumOkWS NOT = "Y" OR NumValueWS < ZERO
                       OR NumValueWS > 999
                       DISPLAY "Enter a distance from 0 to 999 km"
                       MOVE "N" TO NumOkWS
                    ELSE
                       MOVE NumValueWS TO AcKm
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM FindBodyWeight
              MOVE BodyKg TO AcBodyKg
              COMPUTE KcalBurn ROUNDED =
                 RtRate(RtIdx) * BodyKg * AcMinutes / 60
                 ON SIZE ERROR MOVE 9999 TO KcalBurn
              END-COMPUTE
              MOVE KcalBurn TO AcKcal
              DISPLAY "  about " AcKcal " kcal at " AcBodyKg " kg"
              WRITE ActivityRecord
              PERFORM LogAudit
           END-PERFORM
           CLOSE ActivityFile.

      * The type must be on the rate table; "?" lists what is there.
       AcceptActivityType.
           MOVE "N" TO EntryFound
           PERFORM UNTIL EntryFound = "Y"
              DISPLAY "Activity type (? = list)"
              ACCEPT TypeInput
              MOVE FUNCTION UPPER-CASE(TypeInput) TO TypeInput
              IF TypeInput = "?"
                 PERFORM ListRates
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM VARYING RtIdx FROM 1 BY 1
                 UNTIL RtIdx > RateCount
                 IF RtType(RtIdx) = TypeInput
                    MOVE "Y" TO EntryFound
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF EntryFound NOT = "Y"
                 DISPLAY "  no rate for " FUNCTION TRIM(TypeInput)
                    " -- add it with mode 2"
              END-IF
           END-PERFORM.

      * The latest weigh-in on or before the activity date; with none
      * on file the weight is asked for and kept for the session.
       FindBodyWeight.
           MOVE ZEROES TO LatestDate
           PERFORM VARYING WiIdx FROM 1 BY 1
              UNTIL WiIdx > WeighInCount
              IF WiDate(WiIdx) NOT > AcDate
                 AND WiDate(WiIdx) NOT < LatestDate
                 MOVE WiDate(WiIdx) TO LatestDate
                 MOVE WiKg(WiIdx) TO BodyKg
              END-IF
           END-PERFORM
           IF LatestDate = ZERO AND BodyKg = ZERO
              MOVE "N" TO NumOkWS
              PERFORM UNTIL NumOkWS = "Y"
                 DISPLAY "No weigh-in on file -- body weight (kg)"
                 ACCEPT NumInputWS
                 CALL "CheckNumber" USING NumInputWS,
                    NumValueWS, NumOkWS
                 IF NumOkWS NOT = "Y" OR NumValueWS NOT > ZERO
                    OR NumValueWS > 999
                    DISPLAY "Enter a non-zero number"
                    MOVE "N" TO NumOkWS
                 END-IF
              END-PERFORM
              MOVE NumValueWS TO BodyKg
           END-IF.

       MaintainRates.
           PERFORM LoadRateTable
           PERFORM ListRates
           PERFORM UNTIL EXIT
              DISPLAY "Activity type (Enter to finish)"
              ACCEPT TypeInput
              IF TypeInput = SPACES
                 EXIT PERFORM
              END-IF
              MOVE FUNCTION UPPER-CASE(TypeInput) TO TypeInput
              MOVE "N" TO EntryFound
              PERFORM VARYING RtIdx FROM 1 BY 1
                 UNTIL RtIdx > RateCount
                 IF RtType(RtIdx) = TypeInput
                    MOVE "Y" TO EntryFound
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF EntryFound NOT = "Y"
                 IF RateCount >= 40
                    DISPLAY "Rate table full (40 activities)"
                    EXIT PERFORM CYCLE
                 END-IF
                 ADD 1 TO RateCount
                 SET RtIdx TO RateCount
                 MOVE TypeInput TO RtType(RtIdx)
                 MOVE ZERO TO RtRate(RtIdx)
              END-IF
              MOVE "N" TO NumOkWS
              PERFORM UNTIL NumOkWS = "Y"
                 DISPLAY "  kcal per kg per hour (now " RtRate(RtIdx)
                    ", 0 = remove)"
                 ACCEPT NumInputWS
                 CALL "CheckNumber" USING NumInputWS,
                    NumValueWS, NumOkWS
                 IF NumOkWS NOT = "Y" OR NumValueWS < ZERO
                    OR NumValueWS > 99
                    DISPLAY "Enter a rate from 0 to 99"
                    MOVE "N" TO NumOkWS
                 END-IF
              END-PERFORM
              MOVE NumValueWS TO RtRate(RtIdx)
           END-PERFORM
           PERFORM SaveRateTable.

       ListRates.
           PERFORM VARYING RtIdx FROM 1 BY 1 UNTIL RtIdx > RateCount
              DISPLAY "  " RtType(RtIdx) " " RtRate(RtIdx)
                 " kcal/kg/h"
           END-PERFORM.

       LoadRateTable.
           MOVE ZEROES TO RateCount
           OPEN INPUT RateFile
           IF RateFileStatus NOT = "00"
              PERFORM VARYING SeedIdx FROM 1 BY 1 UNTIL SeedIdx > 10
                 MOVE DefaultRate(SeedIdx) TO RateRecord
                 ADD 1 TO RateCount
                 MOVE ArType TO RtType(RateCount)
                 MOVE ArRate TO RtRate(RateCount)
              END-PERFORM
              PERFORM SaveRateTable
              EXIT PARAGRAPH
           END-IF
           READ RateFile
              AT END SET EndOfRateFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRateFile OR RateCount >= 40
              ADD 1 TO RateCount
              MOVE ArType TO RtType(RateCount)
              MOVE ArRate TO RtRate(RateCount)
              READ RateFile
                 AT END SET EndOfRateFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE RateFile.

      * rewritten whole; a zero rate drops the activity
       SaveRateTable.
           OPEN OUTPUT RateFile
           PERFORM VARYING RtIdx FROM 1 BY 1 UNTIL RtIdx > RateCount
              IF RtRate(RtIdx) > ZERO
                 MOVE RtType(RtIdx) TO ArType
                 MOVE RtRate(RtIdx) TO ArRate
                 WRITE RateRecord
              END-IF
           END-PERFORM
           CLOSE RateFile.

       LoadWeighIns.
           MOVE ZEROES TO WeighInCount, BodyKg
           OPEN INPUT WeightFile
           IF WeightFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ WeightFile
              AT END SET EndOfWeightFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfWeightFile OR WeighInCount >= 500
              ADD 1 TO WeighInCount
              MOVE WtDate TO WiDate(WeighInCount)
              MOVE WtKg TO WiKg(WeighInCount)
              READ WeightFile
                 AT END SET EndOfWeightFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE WeightFile.

      * Intake and burn per day for one member or the household,
      * weeks closed off by a line with the average weight. Weights
      * are household-wide in Weights.dat, so the week line carries
      * them whatever the filter.
       EnergyBalanceReport.
           CALL "CheckLayoutVersion" USING MealFileNameVar,
              MealLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run MealMigrate before opening this file"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Person filter (Enter = everyone)"
           ACCEPT PersonFilter
           MOVE "From date (YYYYMMDD, Enter = all)" TO DatePromptText
           PERFORM AcceptDateInput
           IF DateInputWS NOT = SPACE
              MOVE DateInputWS TO FromDate
           END-IF
           PERFORM LoadSnackCatalog
           PERFORM LoadWeighIns
           PERFORM FoldIntake
           PERFORM FoldBurn
           IF DayCount = ZERO
              DISPLAY "Nothing to report -- no meals or activities"
              EXIT PARAGRAPH
           END-IF
           PERFORM StartProvenance
           OPEN OUTPUT BalanceReport
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM ColumnHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           PERFORM VARYING DyIdx FROM 1 BY 1 UNTIL DyIdx > DayCount
              MOVE DyDate(DyIdx) TO LookupDate
              PERFORM FindMonday
              IF MondayDate NOT = CurrentMonday
                 IF CurrentMonday NOT = ZERO
                    PERFORM WriteWeekTotal
                 END-IF
                 MOVE MondayDate TO CurrentMonday
                 MOVE ZEROES TO WeekIntake, WeekBurn
              END-IF
              PERFORM WriteDayLine
           END-PERFORM
           PERFORM WriteWeekTotal
           MOVE TotalIntake TO PrnTotIntake
           MOVE TotalBurn TO PrnTotBurn
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
           IF DaysDropped = "Y"
              MOVE DyDate(1) TO PrnWindowFrom
              WRITE PrintLine FROM WindowNoteLine
                 AFTER ADVANCING 2 LINES
              DISPLAY "More than 400 days in range -- report starts "
                 DyDate(1)
           END-IF
           CLOSE BalanceReport
           MOVE "EnergyBalance.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to EnergyBalance.rpt ("
              DayCount " days)".

       FoldIntake.
           OPEN INPUT MealFile
           MOVE 1 TO MealRecNr
           IF MealFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ MealFile NEXT RECORD
              AT END SET EndOfMealFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfMealFile
              EVALUATE RecTypeCode
                 WHEN "D"
                    MOVE DinnerDateNum TO LookupDate
                    MOVE DinnerPersonId TO MealPerson
                    IF LookupDate NOT < FromDate
                       AND (PersonFilter = SPACES
                          OR MealPerson = PersonFilter)
                       PERFORM FindDayEntry
                       IF FoundDayEntry
                          ADD DinnerCalories TO DyIntake(DyIdx)
                       END-IF
                    END-IF
                 WHEN "S"
                    MOVE SnaDateNum TO LookupDate
                    MOVE SnaPersonId TO MealPerson
                    IF LookupDate NOT < FromDate
                       AND (PersonFilter = SPACES
                          OR MealPerson = PersonFilter)
                       PERFORM FindDayEntry
                       IF FoundDayEntry
                          PERFORM AddSnackCalories
                       END-IF
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              READ MealFile NEXT RECORD
                 AT END SET EndOfMealFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE MealFile.

       AddSnackCalories.
           PERFORM VARYING SnkIdx FROM 1 BY 1
              UNTIL SnkIdx > SnackCatCount
              IF SnkId(SnkIdx) = SnaId
                 ADD SnkCalories(SnkIdx) TO DyIntake(DyIdx)
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       FoldBurn.
           OPEN INPUT ActivityFile
           IF ActivityFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ ActivityFile
              AT END SET EndOfActivityFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfActivityFile
              MOVE AcDate TO LookupDate
              IF LookupDate NOT < FromDate
                 AND (PersonFilter = SPACES
                    OR AcMember = PersonFilter)
                 PERFORM FindDayEntry
                 IF FoundDayEntry
                    ADD AcKcal TO DyBurn(DyIdx)
                 END-IF
              END-IF
              READ ActivityFile
                 AT END SET EndOfActivityFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE ActivityFile.

      * finds or inserts the day, keeping the table in date order;
      * a full table drops its oldest day for a newer one, and a day
      * older than all 400 held is left uncounted (FoundDayEntry off)
       FindDayEntry.
           MOVE "N" TO DayFound
           PERFORM VARYING DyIdx FROM 1 BY 1 UNTIL DyIdx > DayCount
              IF DyDate(DyIdx) = LookupDate
                 SET FoundDayEntry TO TRUE
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF DayCount >= 400
              MOVE "Y" TO DaysDropped
              IF LookupDate < DyDate(1)
                 EXIT PARAGRAPH
              END-IF
              PERFORM VARYING ShuffleIdx FROM 2 BY 1
                 UNTIL ShuffleIdx > DayCount
                 MOVE DayEntry(ShuffleIdx) TO DayEntry(ShuffleIdx - 1)
              END-PERFORM
              SUBTRACT 1 FROM DayCount
           END-IF
           MOVE DayCount TO InsertAt
           ADD 1 TO InsertAt
           PERFORM UNTIL InsertAt = 1
              OR DyDate(InsertAt - 1) < LookupDate
              MOVE InsertAt TO ShuffleIdx
              SUBTRACT 1 FROM ShuffleIdx
              MOVE DayEntry(ShuffleIdx) TO DayEntry(InsertAt)
              MOVE ShuffleIdx TO InsertAt
           END-PERFORM
           ADD 1 TO DayCount
           SET DyIdx TO InsertAt
           MOVE LookupDate TO DyDate(DyIdx)
           MOVE ZEROES TO DyIntake(DyIdx), DyBurn(DyIdx)
           SET FoundDayEntry TO TRUE.

      * Day 1 of the INTEGER-OF-DATE epoch was a Monday, so rounding
      * the day number down to its week start lands on one.
       FindMonday.
           COMPUTE MondayDayNum =
              ((FUNCTION INTEGER-OF-DATE(LookupDate) - 1) / 7) * 7
              + 1
           COMPUTE MondayDate =
              FUNCTION DATE-OF-INTEGER(MondayDayNum).

       WriteDayLine.
           CALL "DayOfWeek" USING DyDate(DyIdx), DowNumWS, DowNameWS,
              IsoWeekWS
           COMPUTE DayNet = DyIntake(DyIdx) - DyBurn(DyIdx)
           MOVE DyDate(DyIdx) TO PrnDyDate
           MOVE DowNameWS(1:3) TO PrnDyDow
           MOVE DyIntake(DyIdx) TO PrnDyIntake
           MOVE DyBurn(DyIdx) TO PrnDyBurn
           MOVE DayNet TO PrnDyNet
           WRITE PrintLine FROM DayLine AFTER ADVANCING 1 LINE
           ADD DyIntake(DyIdx) TO WeekIntake, TotalIntake
           ADD DyBurn(DyIdx) TO WeekBurn, TotalBurn.

      * The week's weigh-ins are averaged from the loaded table; the
      * change is against the last week that had any.
       WriteWeekTotal.
           COMPUTE SundayDate = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(CurrentMonday) + 6)
           MOVE ZEROES TO WeekWeightSum, WeekWeightCnt
           PERFORM VARYING WiIdx FROM 1 BY 1
              UNTIL WiIdx > WeighInCount
              IF WiDate(WiIdx) NOT < CurrentMonday
                 AND WiDate(WiIdx) NOT > SundayDate
                 ADD WiKg(WiIdx) TO WeekWeightSum
                 ADD 1 TO WeekWeightCnt
              END-IF
           END-PERFORM
           COMPUTE WeekNet = WeekIntake - WeekBurn
           MOVE CurrentMonday TO PrnWkMonday
           MOVE WeekIntake TO PrnWkIntake
           MOVE WeekBurn TO PrnWkBurn
           MOVE WeekNet TO PrnWkNet
           IF WeekWeightCnt > ZERO
              COMPUTE AvgWeight ROUNDED = WeekWeightSum / WeekWeightCnt
              MOVE AvgWeight TO PrnWtAvg
              IF PrevAvgWeight > ZERO
                 COMPUTE WeightChange = AvgWeight - PrevAvgWeight
              ELSE
                 MOVE ZERO TO WeightChange
              END-IF
              MOVE WeightChange TO PrnWtChange
              MOVE WeightText TO PrnWkWeight
              MOVE AvgWeight TO PrevAvgWeight
           ELSE
              MOVE "(no weigh-in)" TO PrnWkWeight
           END-IF
           WRITE PrintLine FROM WeekTotalLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE.

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

      * Shared date prompt: re-prompts until CheckDate accepts the
      * input as a real calendar date; a blank entry passes through
      * as the "done" signal.
       AcceptDateInput.
           MOVE "N" TO DateOk
           PERFORM UNTIL DateAccepted
              DISPLAY FUNCTION TRIM(DatePromptText)
              ACCEPT DateInputWS
              IF DateInputWS = SPACE
                 MOVE "Y" TO DateOk
              ELSE
                 CALL "CheckDate" USING DateInputWS, DateOk
                 IF NOT DateAccepted
                    DISPLAY "Not a real calendar date -- try again"
                 END-IF
              END-IF
           END-PERFORM.

       LogAudit.
           OPEN EXTEND AuditLog
           IF AuditLogStatus = "35"
              OPEN OUTPUT AuditLog
              CLOSE AuditLog
              OPEN EXTEND AuditLog
           END-IF
           MOVE "ActivityLog" TO AuditProgram
           ACCEPT AuditDate FROM DATE YYYYMMDD
           ACCEPT AuditTime FROM TIME
           MOVE "Activities.dat" TO AuditDataFile
           MOVE SPACES TO AuditAction, AuditKey,
              AuditBefore, AuditAfter
           CALL "GetOperator" USING AuditUserWS
           MOVE AuditUserWS TO AuditUser
           CALL "SealAuditEntry" USING AuditDetails
           WRITE AuditDetails
           CLOSE AuditLog.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "ActivityLog" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "Activities.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "ActivityRates.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Weights.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE MealFileNameVar TO PvInputName
           MOVE "M" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "SnackCatalog.dat" TO PvInputName
           MOVE "B" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
