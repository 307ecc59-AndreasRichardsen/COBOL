       IDENTIFICATION DIVISION.
       PROGRAM-ID. SleepLog.
       AUTHOR. Andreas Richardsen.

      * What the rest periods actually bought. Mode 1 keeps
      * Sleep.dat: one record per night, keyed by the date of the
      * evening, with bedtime, wake time (after midnight or not) and
      * a quality score 1-5; keying a night again replaces it. Mode
      * 2 writes SleepReport.rpt, joining every night to the last
      * worked end time that evening and the first start time the
      * next morning in WorkHours.dat (voids skipped, the same
      * effective view WorkTimeCompliance checks), and to the latest
      * dinner time in Meals.dat that evening (21:00 or later marked
      * late). Nights are classed by the evening before: a standby
      * window makes it a standby night, otherwise an overtime
      * segment an overtime day, and anything else a normal day. The
      * summary sets the average sleep and quality of each class side
      * by side, with the nights after a late dinner on a line of
      * their own. Logging merges the nights keyed into Sleep.dat in
      * date order through a sibling file, so the file can grow
      * without limit; the report holds the newest 400 nights and
      * says from which night on when there are more.
      * SleepReport.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SleepFile ASSIGN TO "Sleep.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SleepFileStatus.

           SELECT SleepNew ASSIGN TO "Sleep.new"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WorkHourFile ASSIGN DYNAMIC WHFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WHRecNr
           FILE STATUS IS WHFileStatus.

           SELECT MealFile ASSIGN DYNAMIC MealFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS MealRecNr
           FILE STATUS IS MealFileStatus.

           SELECT SleepReport ASSIGN TO "SleepReport.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SleepFile.
       01 SleepRecord.
           88 EndOfSleepFile    VALUE HIGH-VALUES.
           02 SlNight           PIC 9(8).
           02 SlBedTime         PIC 9(4).
           02 SlWakeTime        PIC 9(4).
           02 SlQuality         PIC 9.

       FD SleepNew.
       01 SleepNewLine          PIC X(17).

       FD WorkHourFile.
       01 WorkHourDetails.
           88 EndOfFileWH       VALUE HIGH-VALUES.
           COPY "WORKHREC.cpy".

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

       FD SleepReport.
       01 PrintLine             PIC X(90).

       WORKING-STORAGE SECTION.
       01 SleepFileStatus       PIC XX.
       01 WHFileNameVar         PIC X(60) VALUE "WorkHours.dat".
       01 WHLayoutGen           PIC 9(2) VALUE 02.
       01 WHFileStatus          PIC XX.
       01 WHRecNr               PIC 9(6).
       01 MealFileNameVar       PIC X(60) VALUE "Meals.dat".
       01 MealLayoutGen         PIC 9(2) VALUE 03.
       01 MealFileStatus        PIC XX.
       01 MealRecNr             PIC 9(6).
       01 LayoutOkWS            PIC X.
       01 RunMode               PIC X.
           88 LogNightsMode     VALUE "1".
           88 SleepReportMode   VALUE "2".
       01 DatePromptText        PIC X(44).
       01 DateInputWS           PIC X(8).
       01 DateOk                PIC X.
           88 DateAccepted      VALUE "Y".
       01 TimePromptText        PIC X(44).
       01 TimeInputWS           PIC X(4).
       01 TimeOkWS              PIC X.
       01 QualityInput          PIC X.
       01 PersonFilter          PIC X(8).

      * one row per night, in date order; the join fields are filled
      * in by the report passes
       01 NightTable.
           02 NightEntry        OCCURS 400 TIMES INDEXED BY NtIdx.
              03 NtImage        PIC X(17).
              03 NtDayNum       PIC 9(7).
              03 NtLastEnd      PIC 9(4).
              03 NtNextStart    PIC 9(4).
              03 NtLateMeal     PIC 9(4).
              03 NtOvertime     PIC X.
              03 NtStandby      PIC X.
       01 NightCount            PIC 9(3) VALUE ZERO.
       01 NightFound            PIC X.
           88 FoundNightEntry   VALUE "Y".
       01 InsertAt              PIC 9(3).
       01 ShuffleIdx            PIC 9(3).
       01 NewNightImage         PIC X(17).
       01 NightsDropped         PIC X VALUE "N".
      * the nights keyed this session, in date order, until merged
       01 EntryTable.
           02 EntryNight        OCCURS 60 TIMES INDEXED BY EnIdx.
              03 EnImage        PIC X(17).
       01 EntryCount            PIC 9(2) VALUE ZERO.
       01 OnFile                PIC X.
       01 SwapCmd               PIC X(30).
       01 LookupDayNum          PIC 9(7).

       01 TimeSplit.
           02 TSHour            PIC 9(2).
           02 TSMinute          PIC 9(2).
       01 BedMinutes            PIC 9(5).
       01 WakeMinutes           PIC 9(5).
       01 SleptMinutes          PIC 9(5).
       01 SleptHours            PIC 9(2)V99.
       01 DowNumWS              PIC 9.
       01 DowNameWS             PIC X(9).
       01 IsoWeekWS             PIC 9(2).

      * per class: 1 = normal day, 2 = overtime day, 3 = standby;
      * 4 counts the nights after a late dinner across all three
       01 ClassNameList.
           02 FILLER            PIC X(14) VALUE "normal days".
           02 FILLER            PIC X(14) VALUE "overtime days".
           02 FILLER            PIC X(14) VALUE "standby nights".
           02 FILLER            PIC X(14) VALUE "late dinners".
       01 ClassNameTable REDEFINES ClassNameList.
           02 ClassName         PIC X(14) OCCURS 4 TIMES.
       01 ClassTable.
           02 ClassEntry        OCCURS 4 TIMES.
              03 ClNights       PIC 9(4).
              03 ClMinutes      PIC 9(7).
              03 ClQuality      PIC 9(5).
       01 ClassIdx              PIC 9.
       01 WindowLine.
           02 FILLER            PIC X(32) VALUE
              "  Newest 400 nights only -- from".
           02 FILLER            PIC X VALUE SPACE.
           02 PrnWindowFrom     PIC X(8).
       01 AvgHours              PIC 9(2)V99.
       01 AvgQuality            PIC 9V9.
       01 LateMealTime          PIC 9(4) VALUE 2100.

       01 ReportHeading         PIC X(45)
           VALUE "Sleep against work and late evenings".
       01 Divider               PIC X(90) VALUE ALL "*".
       01 ColumnHeading.
           02 FILLER            PIC X(13) VALUE "Night".
           02 FILLER            PIC X(10) VALUE "Work end".
           02 FILLER            PIC X(6) VALUE "Bed".
           02 FILLER            PIC X(6) VALUE "Wake".
           02 FILLER            PIC X(7) VALUE "Slept".
           02 FILLER            PIC X(4) VALUE "Q".
           02 FILLER            PIC X(12) VALUE "Next start".
           02 FILLER            PIC X(11) VALUE "Last meal".
           02 FILLER            PIC X(14) VALUE "Evening".
       01 NightLine.
           02 PrnNtDate         PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnNtDow          PIC X(3).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnNtLastEnd      PIC X(4).
           02 FILLER            PIC X(6) VALUE SPACES.
           02 PrnNtBed          PIC 9(4).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnNtWake         PIC 9(4).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnNtSlept        PIC Z9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnNtQuality      PIC 9.
           02 FILLER            PIC X(3) VALUE SPACES.
           02 PrnNtNextStart    PIC X(4).
           02 FILLER            PIC X(8) VALUE SPACES.
           02 PrnNtLateMeal     PIC X(4).
           02 PrnNtLateFlag     PIC X.
           02 FILLER            PIC X(6) VALUE SPACES.
           02 PrnNtClass        PIC X(14).
       01 ClassLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnClName         PIC X(14).
           02 FILLER            PIC X(2) VALUE ": ".
           02 PrnClNights       PIC ZZZ9.
           02 FILLER            PIC X(17) VALUE " nights, average ".
           02 PrnClHours        PIC Z9.99.
           02 FILLER            PIC X(19) VALUE " hrs slept, quality".
           02 FILLER            PIC X VALUE SPACE.
           02 PrnClQuality      PIC 9.9.

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "1 = Log nights   2 = Sleep report"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN LogNightsMode   PERFORM LogNights
              WHEN SleepReportMode PERFORM WriteSleepReport
              WHEN OTHER           DISPLAY "Unknown mode"
           END-EVALUATE
           GOBACK.

       LogNights.
           MOVE ZEROES TO EntryCount
           PERFORM UNTIL EXIT
              MOVE "Night of (YYYYMMDD, Enter to finish)"
                 TO DatePromptText
              PERFORM AcceptDateInput
              IF DateInputWS = SPACE
                 EXIT PERFORM
              END-IF
              MOVE SPACES TO SleepRecord
              MOVE DateInputWS TO SlNight
              MOVE "Bedtime (HHMM)" TO TimePromptText
              PERFORM AcceptTimeInput
              MOVE TimeInputWS TO SlBedTime
              MOVE "Wake time (HHMM)" TO TimePromptText
              PERFORM AcceptTimeInput
              MOVE TimeInputWS TO SlWakeTime
              MOVE SPACE TO QualityInput
              PERFORM UNTIL QualityInput >= "1" AND QualityInput <= "5"
                 DISPLAY "Quality (1 = poor .. 5 = great)"
                 ACCEPT QualityInput
              END-PERFORM
              MOVE QualityInput TO SlQuality
              MOVE SleepRecord TO NewNightImage
              PERFORM StoreEntry
              PERFORM CheckNightOnFile
              IF FoundNightEntry OR OnFile = "Y"
                 DISPLAY "  replaced the night already on file"
              END-IF
              IF EntryCount >= 60
                 PERFORM MergeNights
              END-IF
           END-PERFORM
           IF EntryCount > ZERO
              PERFORM MergeNights
           END-IF.

      * finds the night among this session's or inserts it in date
      * order
       StoreEntry.
           MOVE "N" TO NightFound
           PERFORM VARYING EnIdx FROM 1 BY 1 UNTIL EnIdx > EntryCount
              IF EnImage(EnIdx)(1:8) = NewNightImage(1:8)
                 SET FoundNightEntry TO TRUE
                 MOVE NewNightImage TO EnImage(EnIdx)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           MOVE EntryCount TO InsertAt
           ADD 1 TO InsertAt
           PERFORM UNTIL InsertAt = 1
              OR EnImage(InsertAt - 1)(1:8) < NewNightImage(1:8)
              MOVE InsertAt TO ShuffleIdx
              SUBTRACT 1 FROM ShuffleIdx
              MOVE EnImage(ShuffleIdx) TO EnImage(InsertAt)
              MOVE ShuffleIdx TO InsertAt
           END-PERFORM
           ADD 1 TO EntryCount
           MOVE NewNightImage TO EnImage(InsertAt).

       CheckNightOnFile.
           MOVE "N" TO OnFile
           OPEN INPUT SleepFile
           IF SleepFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ SleepFile
              AT END SET EndOfSleepFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSleepFile
              IF SleepRecord(1:8) = NewNightImage(1:8)
                 MOVE "Y" TO OnFile
              END-IF
              READ SleepFile
                 AT END SET EndOfSleepFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE SleepFile.

      * Sleep.dat and the session's nights, both in date order, are
      * merged into Sleep.new -- a keyed night takes the place of the
      * one on file for the same date -- and Sleep.new is swapped in.
       MergeNights.
           OPEN OUTPUT SleepNew
           SET EnIdx TO 1
           OPEN INPUT SleepFile
           IF SleepFileStatus = "00"
              READ SleepFile
                 AT END SET EndOfSleepFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfSleepFile
                 PERFORM UNTIL EnIdx > EntryCount
                    OR EnImage(EnIdx)(1:8) > SleepRecord(1:8)
                    MOVE EnImage(EnIdx) TO SleepNewLine
                    WRITE SleepNewLine
                    IF EnImage(EnIdx)(1:8) = SleepRecord(1:8)
                       MOVE SPACES TO SleepRecord(1:8)
                    END-IF
                    SET EnIdx UP BY 1
                 END-PERFORM
                 IF SleepRecord(1:8) NOT = SPACES
                    MOVE SleepRecord TO SleepNewLine
                    WRITE SleepNewLine
                 END-IF
                 READ SleepFile
                    AT END SET EndOfSleepFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE SleepFile
           END-IF
           PERFORM UNTIL EnIdx > EntryCount
              MOVE EnImage(EnIdx) TO SleepNewLine
              WRITE SleepNewLine
              SET EnIdx UP BY 1
           END-PERFORM
           CLOSE SleepNew
           MOVE "mv Sleep.new Sleep.dat" TO SwapCmd
           CALL "SYSTEM" USING SwapCmd
           MOVE ZEROES TO EntryCount.

      * finds the night or inserts it in date order; past 400 nights
      * the oldest gives way to a newer one
       StoreNight.
           MOVE "N" TO NightFound
           PERFORM VARYING NtIdx FROM 1 BY 1 UNTIL NtIdx > NightCount
              IF NtImage(NtIdx)(1:8) = NewNightImage(1:8)
                 SET FoundNightEntry TO TRUE
                 MOVE NewNightImage TO NtImage(NtIdx)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF NightCount >= 400
              MOVE "Y" TO NightsDropped
              IF NewNightImage(1:8) < NtImage(1)(1:8)
                 EXIT PARAGRAPH
              END-IF
              PERFORM VARYING ShuffleIdx FROM 2 BY 1
                 UNTIL ShuffleIdx > NightCount
                 MOVE NightEntry(ShuffleIdx)
                    TO NightEntry(ShuffleIdx - 1)
              END-PERFORM
              SUBTRACT 1 FROM NightCount
           END-IF
           MOVE NightCount TO InsertAt
           ADD 1 TO InsertAt
           PERFORM UNTIL InsertAt = 1
              OR NtImage(InsertAt - 1)(1:8) < NewNightImage(1:8)
              MOVE InsertAt TO ShuffleIdx
              SUBTRACT 1 FROM ShuffleIdx
              MOVE NightEntry(ShuffleIdx) TO NightEntry(InsertAt)
              MOVE ShuffleIdx TO InsertAt
           END-PERFORM
           ADD 1 TO NightCount
           SET NtIdx TO InsertAt
           MOVE NewNightImage TO NtImage(NtIdx).

       LoadNightTable.
           MOVE ZEROES TO NightCount
           OPEN INPUT SleepFile
           IF SleepFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ SleepFile
              AT END SET EndOfSleepFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSleepFile
              MOVE SleepRecord TO NewNightImage
              PERFORM StoreNight
              READ SleepFile
                 AT END SET EndOfSleepFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE SleepFile.

       WriteSleepReport.
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
           ACCEPT MealFileNameVar FROM ENVIRONMENT "MEALFILE"
           IF MealFileNameVar = SPACES
              MOVE "Meals.dat" TO MealFileNameVar
           END-IF
           CALL "CheckLayoutVersion" USING MealFileNameVar,
              MealLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run MealMigrate before opening this file"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Whose dinners count as late meals "
              "(person id, Enter = everyone)"
           ACCEPT PersonFilter

           PERFORM LoadNightTable
           IF NightCount = ZERO
              DISPLAY "No nights logged yet -- use mode 1"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING NtIdx FROM 1 BY 1 UNTIL NtIdx > NightCount
              COMPUTE NtDayNum(NtIdx) =
                 FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(NtImage(NtIdx)(1:8)))
              MOVE 9999 TO NtLastEnd(NtIdx), NtNextStart(NtIdx),
                 NtLateMeal(NtIdx)
              MOVE "N" TO NtOvertime(NtIdx), NtStandby(NtIdx)
           END-PERFORM
           PERFORM JoinWorkHours
           PERFORM JoinLateMeals

           MOVE ZEROES TO ClassTable
           PERFORM StartProvenance
           OPEN OUTPUT SleepReport
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM ColumnHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           PERFORM VARYING NtIdx FROM 1 BY 1 UNTIL NtIdx > NightCount
              PERFORM WriteNightLine
           END-PERFORM
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           PERFORM VARYING ClassIdx FROM 1 BY 1 UNTIL ClassIdx > 4
              PERFORM WriteClassLine
           END-PERFORM
           IF NightsDropped = "Y"
              MOVE NtImage(1)(1:8) TO PrnWindowFrom
              WRITE PrintLine FROM WindowLine AFTER ADVANCING 2 LINES
           END-IF
           CLOSE SleepReport
           MOVE "SleepReport.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to SleepReport.rpt ("
              NightCount " nights)".

      * A worked segment on the evening's date sets the last end and
      * the overtime mark; one on the next date sets the first start.
      * A standby window on the evening's date makes it a standby
      * night; standby is not working time, so it moves no times.
       JoinWorkHours.
           OPEN INPUT WorkHourFile
           IF WHFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WHRecNr
           PERFORM UNTIL EndOfFileWH
              READ WorkHourFile NEXT RECORD
                 AT END SET EndOfFileWH TO TRUE
              END-READ
              IF NOT EndOfFileWH AND NOT WHVoided
                 AND (WHWorkedDay OR WHStandby)
                 PERFORM FoldWorkSegment
              END-IF
           END-PERFORM
           CLOSE WorkHourFile.

       FoldWorkSegment.
           COMPUTE LookupDayNum = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WHDate))
           PERFORM VARYING NtIdx FROM 1 BY 1 UNTIL NtIdx > NightCount
              EVALUATE TRUE
                 WHEN NtDayNum(NtIdx) = LookupDayNum AND WHStandby
                    MOVE "Y" TO NtStandby(NtIdx)
                 WHEN NtDayNum(NtIdx) = LookupDayNum
                    IF NtLastEnd(NtIdx) = 9999
                       OR WHEndTime > NtLastEnd(NtIdx)
                       MOVE WHEndTime TO NtLastEnd(NtIdx)
                    END-IF
                    IF WHOvertime
                       MOVE "Y" TO NtOvertime(NtIdx)
                    END-IF
                 WHEN NtDayNum(NtIdx) + 1 = LookupDayNum
                    AND WHWorkedDay
                    IF WHStartTime < NtNextStart(NtIdx)
                       MOVE WHStartTime TO NtNextStart(NtIdx)
                    END-IF
              END-EVALUATE
           END-PERFORM.

      * the latest timed dinner on the evening's date; 9999 is the
      * pre-migration "time unknown" and is skipped
       JoinLateMeals.
           OPEN INPUT MealFile
           MOVE 1 TO MealRecNr
           IF MealFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ MealFile NEXT RECORD
              AT END SET EndOfMealFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfMealFile
              IF RecTypeCode = "D" AND DinnerTime IS NUMERIC
                 AND DinnerTime NOT = 9999
                 AND (PersonFilter = SPACES
                    OR DinnerPersonId = PersonFilter)
                 PERFORM VARYING NtIdx FROM 1 BY 1
                    UNTIL NtIdx > NightCount
                    IF NtImage(NtIdx)(1:8) = DinnerDate
                       IF NtLateMeal(NtIdx) = 9999
                          OR DinnerTime > NtLateMeal(NtIdx)
                          MOVE DinnerTime TO NtLateMeal(NtIdx)
                       END-IF
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF
              READ MealFile NEXT RECORD
                 AT END SET EndOfMealFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE MealFile.

       WriteNightLine.
           MOVE NtImage(NtIdx) TO SleepRecord
           MOVE SlBedTime TO TimeSplit
           COMPUTE BedMinutes = (TSHour * 60) + TSMinute
           MOVE SlWakeTime TO TimeSplit
           COMPUTE WakeMinutes = (TSHour * 60) + TSMinute
      * a wake time at or before the bedtime is the next morning
           IF WakeMinutes > BedMinutes
              COMPUTE SleptMinutes = WakeMinutes - BedMinutes
           ELSE
              COMPUTE SleptMinutes = (1440 - BedMinutes) + WakeMinutes
           END-IF
           COMPUTE SleptHours ROUNDED = SleptMinutes / 60
           EVALUATE TRUE
              WHEN NtStandby(NtIdx) = "Y"  MOVE 3 TO ClassIdx
              WHEN NtOvertime(NtIdx) = "Y" MOVE 2 TO ClassIdx
              WHEN OTHER                   MOVE 1 TO ClassIdx
           END-EVALUATE
           ADD 1 TO ClNights(ClassIdx)
           ADD SleptMinutes TO ClMinutes(ClassIdx)
           ADD SlQuality TO ClQuality(ClassIdx)

           CALL "DayOfWeek" USING SlNight, DowNumWS, DowNameWS,
              IsoWeekWS
           MOVE SlNight TO PrnNtDate
           MOVE DowNameWS(1:3) TO PrnNtDow
           MOVE SlBedTime TO PrnNtBed
           MOVE SlWakeTime TO PrnNtWake
           MOVE SleptHours TO PrnNtSlept
           MOVE SlQuality TO PrnNtQuality
           MOVE "-" TO PrnNtLastEnd, PrnNtNextStart, PrnNtLateMeal
           IF NtLastEnd(NtIdx) NOT = 9999
              MOVE NtLastEnd(NtIdx) TO PrnNtLastEnd
           END-IF
           IF NtNextStart(NtIdx) NOT = 9999
              MOVE NtNextStart(NtIdx) TO PrnNtNextStart
           END-IF
           MOVE SPACE TO PrnNtLateFlag
           IF NtLateMeal(NtIdx) NOT = 9999
              MOVE NtLateMeal(NtIdx) TO PrnNtLateMeal
           END-IF
           MOVE ClassName(ClassIdx) TO PrnNtClass
      * a dinner at or after 21:00 is late, as in the eating-pattern
      * report; those nights are tallied a second time on their own
           IF NtLateMeal(NtIdx) NOT = 9999
              AND NtLateMeal(NtIdx) >= LateMealTime
              MOVE "*" TO PrnNtLateFlag
              ADD 1 TO ClNights(4)
              ADD SleptMinutes TO ClMinutes(4)
              ADD SlQuality TO ClQuality(4)
           END-IF
           WRITE PrintLine FROM NightLine AFTER ADVANCING 1 LINE.

       WriteClassLine.
           MOVE ClassName(ClassIdx) TO PrnClName
           MOVE ClNights(ClassIdx) TO PrnClNights
           MOVE ZEROES TO AvgHours, AvgQuality
           IF ClNights(ClassIdx) > ZERO
              COMPUTE AvgHours ROUNDED =
                 ClMinutes(ClassIdx) / ClNights(ClassIdx) / 60
              COMPUTE AvgQuality ROUNDED =
                 ClQuality(ClassIdx) / ClNights(ClassIdx)
           END-IF
           MOVE AvgHours TO PrnClHours
           MOVE AvgQuality TO PrnClQuality
           WRITE PrintLine FROM ClassLine AFTER ADVANCING 1 LINE.

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

       AcceptTimeInput.
           MOVE "N" TO TimeOkWS
           PERFORM UNTIL TimeOkWS = "Y"
              DISPLAY FUNCTION TRIM(TimePromptText)
              ACCEPT TimeInputWS
              CALL "CheckTime" USING TimeInputWS, TimeOkWS
              IF TimeOkWS NOT = "Y"
                 DISPLAY "Enter a clock time as HHMM"
              END-IF
           END-PERFORM.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "SleepLog" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "Sleep.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE WHFileNameVar TO PvInputName
           MOVE "W" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE MealFileNameVar TO PvInputName
           MOVE "M" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
