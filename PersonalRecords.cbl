       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersonalRecords.
       AUTHOR. Andreas Richardsen.

      * The records board: scans the effective data in all four logs
      * (voided work-hour records, receipt headers where an item is
      * meant and so on skipped the way the reports skip them, water
      * readings passed through CalibrateReading) and keeps
      * Records.dat, the all-time best and each year's best for:
      * the longest work day (WHHoursWorked summed over the day's
      * worked segments), the longest run of consecutive overtime
      * days, the most expensive receipt (header total), the biggest
      * single item line (price x quantity), the highest-calorie
      * dinner, the most-eaten dinner, and the warmest and coldest
      * water reading per location -- plus milestone counts (the
      * 10th, 50th, 100th ... 1000th logged dinner, work day, receipt
      * and temperature reading, with the date it was reached).
      * Each run recomputes the board from the data and compares it
      * with the one on file: a record beaten (or a milestone passed)
      * is announced as an information alert in Alerts.dat, which
      * the inbox and the digest surface, and as a line in
      * RecordEvents.dat under the date the record was set, which
      * DailySummary prints for that date (the amount of a receipt
      * record is left out of both -- they are read by operators
      * without the MONEY class -- and stands only on the board).
      * The first run only sets the board up and announces nothing.
      * The board itself is printed to PersonalRecords.rpt. Years
      * moved out by YearEndArchive still count: each log's per-year
      * archives (WorkHours.<year>.dat and so on) are scanned oldest
      * first, then the live file, so all-time records and milestones
      * keep the whole history.
      * PersonalRecords.rpt ends with the ReportProvenance block:
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

           SELECT TempFile ASSIGN DYNAMIC TempFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS TempRecNr
           FILE STATUS IS TempFileStatus.

           SELECT RecordsFile ASSIGN TO "Records.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RecordsFileStatus.

           SELECT RecordEvents ASSIGN TO "RecordEvents.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RecordEventsStatus.

           SELECT Alerts ASSIGN TO "Alerts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AlertsStatus.

           SELECT RecordsReport ASSIGN TO "PersonalRecords.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
              88 DinnerRecord   VALUE "D".
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

       FD TempFile.
       COPY "TEMPREC.cpy".

      * One row per record: category, year (0000 = all-time), scope
      * (the location for water readings, else spaces), the value,
      * the date it was set and what set it (store, item, dinner).
       FD RecordsFile.
       01 RecordsRecord.
           88 EndOfRecordsFile  VALUE HIGH-VALUES.
           02 PrCategory        PIC X(16).
           02 PrYear            PIC 9(4).
           02 PrScope           PIC X(30).
           02 PrValue           PIC S9(7)V99
                                SIGN IS LEADING SEPARATE.
           02 PrDate            PIC 9(8).
           02 PrDetail          PIC X(30).

      * Announcements by the date the record was set, for
      * DailySummary; the run date says when it was noticed.
       FD RecordEvents.
       01 RecordEventRecord.
           02 EvDate            PIC 9(8).
           02 EvRunDate         PIC 9(8).
           02 EvText            PIC X(60).

       FD Alerts.
       01 AlertRecord.
           02 AlProgram         PIC X(20).
           02 AlDate            PIC 9(8).
           02 AlTime            PIC 9(8).
           02 AlSeverity        PIC X.
           02 AlAckFlag         PIC X.
           02 AlKey             PIC X(20).
           02 AlMessage         PIC X(60).

       FD RecordsReport.
       01 PrintLine             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WHFileNameVar         PIC X(60) VALUE "WorkHours.dat".
       01 WHLayoutGen           PIC 9(2) VALUE 02.
       01 ReceiptFileNameVar    PIC X(60) VALUE "Receipts.dat".
       01 RcptLayoutGen         PIC 9(2) VALUE 02.
       01 MealFileNameVar       PIC X(60) VALUE "Meals.dat".
       01 MealLayoutGen         PIC 9(2) VALUE 03.
       01 TempFileNameVar       PIC X(60) VALUE "Temps.dat".
       01 TempLayoutGen         PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 WHFileStatus          PIC XX.
       01 ReceiptFileStatus     PIC XX.
       01 MealFileStatus        PIC XX.
       01 TempFileStatus        PIC XX.
       01 RecordsFileStatus     PIC XX.
       01 RecordEventsStatus    PIC XX.
       01 AlertsStatus          PIC XX.
       01 WHRecNr               PIC 9(6).
       01 RRecNr                PIC 9(5).
       01 MealRecNr             PIC 9(6).
       01 TempRecNr             PIC 9(6).
       01 TodayDateNum          PIC 9(8).
       01 LiveFileName          PIC X(60).
       01 ProbeYear             PIC 9(4).
       01 CurrentYear           PIC 9(4).
       01 ArchiveReadTable.
           02 ArchiveRead       PIC X(60) OCCURS 44 TIMES.
       01 ArchiveReadCount      PIC 9(2) VALUE ZERO.
       01 ArIdx                 PIC 9(2).
       01 BoardExisted          PIC X VALUE "N".
           88 BoardOnFile       VALUE "Y".

      * code, H = higher is better / L = lower is better / M =
      * milestone, 2 = two decimals / 0 = whole numbers, title
       01 CategoryList.
           02 FILLER            PIC X(52)
              VALUE "WH-LONGEST-DAY  H2Longest work day (hours)".
           02 FILLER            PIC X(52)
              VALUE "WH-OT-STREAK    H0Longest overtime streak (days)".
           02 FILLER            PIC X(52)
              VALUE "RC-DEAREST-RCPT H2Most expensive receipt".
           02 FILLER            PIC X(52)
              VALUE "RC-BIGGEST-ITEM H2Biggest single item".
           02 FILLER            PIC X(52)
              VALUE "ML-TOP-CALORIES H0Highest-calorie dinner".
           02 FILLER            PIC X(52)
              VALUE "ML-MOST-EATEN   H0Most-eaten dinner (times)".
           02 FILLER            PIC X(52)
              VALUE "TP-WARMEST      H0Warmest water reading".
           02 FILLER            PIC X(52)
              VALUE "TP-COLDEST      L0Coldest water reading".
           02 FILLER            PIC X(52)
              VALUE "MS-DINNERS      M0Dinners logged".
           02 FILLER            PIC X(52)
              VALUE "MS-WORK-DAYS    M0Work days logged".
           02 FILLER            PIC X(52)
              VALUE "MS-RECEIPTS     M0Receipts logged".
           02 FILLER            PIC X(52)
              VALUE "MS-READINGS     M0Temperature readings logged".
       01 CategoryTable REDEFINES CategoryList.
           02 CategoryEntry     OCCURS 12 TIMES.
              03 CtCode         PIC X(16).
                 88 MoneyCategory VALUE "RC-DEAREST-RCPT"
                                        "RC-BIGGEST-ITEM".
              03 CtDirection    PIC X.
                 88 LowerIsBetter VALUE "L".
                 88 MilestoneCategory VALUE "M".
              03 CtDecimals     PIC 9.
              03 CtTitle        PIC X(34).
       01 CatIdx                PIC 9(2).

       01 ThresholdList.
           02 FILLER            PIC 9(6) VALUE 10.
           02 FILLER            PIC 9(6) VALUE 50.
           02 FILLER            PIC 9(6) VALUE 100.
           02 FILLER            PIC 9(6) VALUE 250.
           02 FILLER            PIC 9(6) VALUE 500.
           02 FILLER            PIC 9(6) VALUE 1000.
           02 FILLER            PIC 9(6) VALUE 2000.
           02 FILLER            PIC 9(6) VALUE 5000.
           02 FILLER            PIC 9(6) VALUE 10000.
           02 FILLER            PIC 9(6) VALUE 25000.
           02 FILLER            PIC 9(6) VALUE 50000.
           02 FILLER            PIC 9(6) VALUE 100000.
       01 ThresholdTable REDEFINES ThresholdList.
           02 Threshold         PIC 9(6) OCCURS 12 TIMES.

      * 1 dinners, 2 work days, 3 receipts, 4 readings; category
      * number is 8 + the milestone number
       01 MilestoneTable.
           02 Milestone         OCCURS 4 TIMES.
              03 MsCount        PIC 9(6).
              03 MsNext         PIC 9(2).
              03 MsLevel        PIC 9(6).
              03 MsDate         PIC 9(8).
       01 MsIdx                 PIC 9.

      * this run's board
       01 CandidateTable.
           02 Candidate         OCCURS 2000 TIMES.
              03 CdCat          PIC 9(2).
              03 CdYear         PIC 9(4).
              03 CdScope        PIC X(30).
              03 CdValue        PIC S9(7)V99.
              03 CdDate         PIC 9(8).
              03 CdDetail       PIC X(30).
              03 CdNew          PIC X.
       01 CandidateCount        PIC 9(4) VALUE ZERO.
       01 CdIdx                 PIC 9(4).
       01 TwinIdx               PIC 9(4).

      * the board as it was on file
       01 StoredTable.
           02 Stored            OCCURS 2000 TIMES.
              03 StCat          PIC 9(2).
              03 StYear         PIC 9(4).
              03 StScope        PIC X(30).
              03 StValue        PIC S9(7)V99.
       01 StoredCount           PIC 9(4) VALUE ZERO.
       01 StIdx                 PIC 9(4).

      * one value offered to the board
       01 OfferCat              PIC 9(2).
       01 OfferYear             PIC 9(4).
       01 OfferScope            PIC X(30).
       01 OfferValue            PIC S9(7)V99.
       01 OfferDate             PIC 9(8).
       01 OfferDetail           PIC X(30).
       01 OfferPass             PIC 9.

      * worked days in date order, for the day totals and streaks
       01 WorkDayTable.
           02 WorkDay           OCCURS 4000 TIMES.
              03 WdDate         PIC 9(8).
              03 WdHours        PIC 9(3)V99.
              03 WdOvertime     PIC X.
       01 WorkDayCount          PIC 9(4) VALUE ZERO.
       01 DayIdx                PIC 9(4).
       01 ShiftIdx              PIC 9(4).
       01 StreakLength          PIC 9(4).
       01 PrevDayNumber         PIC 9(8).
       01 ThisDayNumber         PIC 9(8).

      * how often each dinner was eaten, per year and all-time
       01 DinnerCountTable.
           02 DinnerCount       OCCURS 2000 TIMES.
              03 DcName         PIC X(20).
              03 DcYear         PIC 9(4).
              03 DcTimes        PIC 9(5).
              03 DcLastDate     PIC 9(8).
       01 DinnerCountUsed       PIC 9(4) VALUE ZERO.
       01 DcIdx                 PIC 9(4).
       01 DcYearWanted          PIC 9(4).

       01 LineValue             PIC S9(7)V99.
       01 FoundIdx              PIC 9(4).
       01 AnnouncedCount        PIC 9(4) VALUE ZERO.
       01 ValueEdit2            PIC -(7)9.99.
       01 ValueEdit0            PIC -(7)9.
       01 ValueText             PIC X(12).
       01 MessageWS             PIC X(60).
       01 ScopeText             PIC X(30).
       01 LowYear               PIC 9(4).
       01 HighYear              PIC 9(4).
       01 ReportYear            PIC 9(4).

       01 ReportHeading.
           02 FILLER            PIC X(30)
              VALUE "Personal records board - ".
           02 PrnHeadDate       PIC 9(8).

       01 BoardLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnBoardYear      PIC X(9).
           02 PrnBoardValue     PIC X(13).
           02 PrnBoardDate      PIC X(10).
           02 PrnBoardText      PIC X(46).

       01 Divider               PIC X(80) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
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
           END-IF
           ACCEPT TempFileNameVar FROM ENVIRONMENT "TEMPFILE"
           IF TempFileNameVar = SPACES
              MOVE "Temps.dat" TO TempFileNameVar
           END-IF
           CALL "CheckLayoutVersion" USING TempFileNameVar,
              TempLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run TempMigrate before opening this file"
              STOP RUN
           END-IF

           ACCEPT TodayDateNum FROM DATE YYYYMMDD
           MOVE TodayDateNum(1:4) TO CurrentYear
           INITIALIZE MilestoneTable
           PERFORM VARYING MsIdx FROM 1 BY 1 UNTIL MsIdx > 4
              MOVE 1 TO MsNext(MsIdx)
           END-PERFORM
           PERFORM LoadStoredBoard

           PERFORM ScanWorkHours
           PERFORM ScanReceipts
           PERFORM ScanMeals
           PERFORM ScanTemps
           PERFORM OfferMilestones

           IF BoardOnFile
              PERFORM MarkNewRecords
              PERFORM AnnounceNewRecords
           END-IF
           PERFORM SaveBoard
           PERFORM WriteBoardReport
           IF BoardOnFile
              DISPLAY AnnouncedCount " new records -- board in "
                 "PersonalRecords.rpt"
           ELSE
              DISPLAY "Records board set up -- PersonalRecords.rpt; "
                 "new records are announced from the next run on"
           END-IF
           STOP RUN.

       LoadStoredBoard.
           MOVE ZEROES TO StoredCount
           OPEN INPUT RecordsFile
           IF RecordsFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           SET BoardOnFile TO TRUE
           READ RecordsFile
              AT END SET EndOfRecordsFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRecordsFile
              PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > 12
                 IF CtCode(CatIdx) = PrCategory
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF CatIdx <= 12 AND StoredCount < 2000
                 ADD 1 TO StoredCount
                 MOVE CatIdx TO StCat(StoredCount)
                 MOVE PrYear TO StYear(StoredCount)
                 MOVE PrScope TO StScope(StoredCount)
                 MOVE PrValue TO StValue(StoredCount)
              END-IF
              READ RecordsFile
                 AT END SET EndOfRecordsFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE RecordsFile.

      * Day totals first (a day's worked segments summed, in date
      * order), then each day is offered as a longest day, the
      * overtime streak is counted along the calendar, and the
      * work-day milestones fall on the day that reaches them.
       ScanWorkHours.
      * archived years first (oldest to newest), then the live file
           MOVE WHFileNameVar TO LiveFileName
           COMPUTE ProbeYear = CurrentYear - 10
           PERFORM UNTIL ProbeYear >= CurrentYear
              MOVE SPACES TO WHFileNameVar
              STRING "WorkHours." DELIMITED BY SIZE
                 ProbeYear DELIMITED BY SIZE
                 ".dat" DELIMITED BY SIZE
                 INTO WHFileNameVar
              END-STRING
              PERFORM ScanOneWorkHourFile
              ADD 1 TO ProbeYear
           END-PERFORM
           MOVE LiveFileName TO WHFileNameVar
           PERFORM ScanOneWorkHourFile

           MOVE ZEROES TO StreakLength, PrevDayNumber
           PERFORM VARYING DayIdx FROM 1 BY 1
              UNTIL DayIdx > WorkDayCount
              MOVE 1 TO OfferCat
              MOVE WdDate(DayIdx)(1:4) TO OfferYear
              MOVE SPACES TO OfferScope, OfferDetail
              MOVE WdHours(DayIdx) TO OfferValue
              MOVE WdDate(DayIdx) TO OfferDate
              PERFORM OfferValueToBoard

              COMPUTE ThisDayNumber =
                 FUNCTION INTEGER-OF-DATE(WdDate(DayIdx))
              IF WdOvertime(DayIdx) = "Y"
                 IF StreakLength > ZERO
                    AND ThisDayNumber = PrevDayNumber + 1
                    ADD 1 TO StreakLength
                 ELSE
                    MOVE 1 TO StreakLength
                 END-IF
                 MOVE 2 TO OfferCat
                 MOVE StreakLength TO OfferValue
                 PERFORM OfferValueToBoard
              ELSE
                 MOVE ZEROES TO StreakLength
              END-IF
              MOVE ThisDayNumber TO PrevDayNumber

              MOVE 2 TO MsIdx
              MOVE WdDate(DayIdx) TO OfferDate
              PERFORM CountMilestone
           END-PERFORM.

       ScanOneWorkHourFile.
           OPEN INPUT WorkHourFile
           IF WHFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WHFileNameVar TO PvInputName
           PERFORM NoteArchiveRead
           MOVE SPACES TO WorkHourDetails
           MOVE 1 TO WHRecNr
           PERFORM UNTIL EndOfFileWH
              READ WorkHourFile NEXT RECORD
                 AT END SET EndOfFileWH TO TRUE
              END-READ
              IF NOT EndOfFileWH AND WHWorkedDay
                 PERFORM AddWorkedSegment
              END-IF
           END-PERFORM
           CLOSE WorkHourFile
           MOVE SPACES TO WorkHourDetails.

       AddWorkedSegment.
           PERFORM VARYING DayIdx FROM 1 BY 1
              UNTIL DayIdx > WorkDayCount
              IF WdDate(DayIdx) >= WHDate
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF DayIdx <= WorkDayCount AND WdDate(DayIdx) = WHDate
              ADD WHHoursWorked TO WdHours(DayIdx)
              IF WHOvertime
                 MOVE "Y" TO WdOvertime(DayIdx)
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WorkDayCount >= 4000
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ShiftIdx FROM WorkDayCount BY -1
              UNTIL ShiftIdx < DayIdx
              MOVE WorkDay(ShiftIdx) TO WorkDay(ShiftIdx + 1)
           END-PERFORM
           ADD 1 TO WorkDayCount
           MOVE WHDate TO WdDate(DayIdx)
           MOVE WHHoursWorked TO WdHours(DayIdx)
           MOVE "N" TO WdOvertime(DayIdx)
           IF WHOvertime
              MOVE "Y" TO WdOvertime(DayIdx)
           END-IF.

      * Headers carry the receipt total; item lines are valued at
      * price times quantity, returns (negative) never count.
       ScanReceipts.
           MOVE ReceiptFileNameVar TO LiveFileName
           COMPUTE ProbeYear = CurrentYear - 10
           PERFORM UNTIL ProbeYear >= CurrentYear
              MOVE SPACES TO ReceiptFileNameVar
              STRING "Receipts." DELIMITED BY SIZE
                 ProbeYear DELIMITED BY SIZE
                 ".dat" DELIMITED BY SIZE
                 INTO ReceiptFileNameVar
              END-STRING
              PERFORM ScanOneReceiptFile
              ADD 1 TO ProbeYear
           END-PERFORM
           MOVE LiveFileName TO ReceiptFileNameVar
           PERFORM ScanOneReceiptFile.

       ScanOneReceiptFile.
           OPEN INPUT ReceiptFile
           IF ReceiptFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE ReceiptFileNameVar TO PvInputName
           PERFORM NoteArchiveRead
           MOVE SPACES TO ReceiptDetails
           MOVE 1 TO RRecNr
           PERFORM UNTIL EndOfReceipt
              READ ReceiptFile NEXT RECORD
                 AT END SET EndOfReceipt TO TRUE
              END-READ
              IF NOT EndOfReceipt
                 IF RHeaderRecord
                    MOVE 3 TO OfferCat
                    MOVE HdrDate(1:4) TO OfferYear
                    MOVE SPACES TO OfferScope
                    MOVE HdrTotal TO OfferValue
                    MOVE HdrDate TO OfferDate
                    MOVE HdrStore TO OfferDetail
                    PERFORM OfferValueToBoard
                    MOVE 3 TO MsIdx
                    PERFORM CountMilestone
                 ELSE
                    COMPUTE LineValue = RPrice * RAmount
                    IF LineValue > ZERO
                       MOVE 4 TO OfferCat
                       MOVE RYear TO OfferYear
                       MOVE SPACES TO OfferScope
                       MOVE LineValue TO OfferValue
                       MOVE RDate TO OfferDate
                       MOVE RName TO OfferDetail
                       PERFORM OfferValueToBoard
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ReceiptFile
           MOVE SPACES TO ReceiptDetails.

       ScanMeals.
           MOVE MealFileNameVar TO LiveFileName
           COMPUTE ProbeYear = CurrentYear - 10
           PERFORM UNTIL ProbeYear >= CurrentYear
              MOVE SPACES TO MealFileNameVar
              STRING "Meals." DELIMITED BY SIZE
                 ProbeYear DELIMITED BY SIZE
                 ".dat" DELIMITED BY SIZE
                 INTO MealFileNameVar
              END-STRING
              PERFORM ScanOneMealFile
              ADD 1 TO ProbeYear
           END-PERFORM
           MOVE LiveFileName TO MealFileNameVar
           PERFORM ScanOneMealFile

           MOVE 6 TO OfferCat
           MOVE SPACES TO OfferScope
           PERFORM VARYING DcIdx FROM 1 BY 1
              UNTIL DcIdx > DinnerCountUsed
              MOVE DcYear(DcIdx) TO OfferYear
              MOVE DcTimes(DcIdx) TO OfferValue
              MOVE DcLastDate(DcIdx) TO OfferDate
              MOVE DcName(DcIdx) TO OfferDetail
              PERFORM OfferOneScope
           END-PERFORM.

       ScanOneMealFile.
           OPEN INPUT MealFile
           IF MealFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE MealFileNameVar TO PvInputName
           PERFORM NoteArchiveRead
           MOVE SPACES TO DinnerDetails
           MOVE 1 TO MealRecNr
           PERFORM UNTIL EndOfMealFile
              READ MealFile NEXT RECORD
                 AT END SET EndOfMealFile TO TRUE
              END-READ
              IF NOT EndOfMealFile AND DinnerRecord
                 MOVE 5 TO OfferCat
                 MOVE DinnerYear TO OfferYear
                 MOVE SPACES TO OfferScope
                 MOVE DinnerCalories TO OfferValue
                 MOVE DinnerDateNum TO OfferDate
                 MOVE DinnerName TO OfferDetail
                 PERFORM OfferValueToBoard
                 MOVE 1 TO MsIdx
                 PERFORM CountMilestone
                 IF DinnerName NOT = SPACES
                    MOVE DinnerYear TO DcYearWanted
                    PERFORM CountDinner
                    MOVE ZEROES TO DcYearWanted
                    PERFORM CountDinner
                 END-IF
              END-IF
           END-PERFORM
           CLOSE MealFile
           MOVE SPACES TO DinnerDetails.

       CountDinner.
           PERFORM VARYING DcIdx FROM 1 BY 1
              UNTIL DcIdx > DinnerCountUsed
              IF DcName(DcIdx) = DinnerName
                 AND DcYear(DcIdx) = DcYearWanted
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF DcIdx > DinnerCountUsed
              IF DinnerCountUsed >= 2000
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO DinnerCountUsed
              MOVE DinnerName TO DcName(DcIdx)
              MOVE DcYearWanted TO DcYear(DcIdx)
              MOVE ZEROES TO DcTimes(DcIdx)
           END-IF
           ADD 1 TO DcTimes(DcIdx)
           MOVE DinnerDateNum TO DcLastDate(DcIdx).

      * Water readings only for the warmest and coldest, per
      * location; every reading counts toward the milestones.
       ScanTemps.
           MOVE TempFileNameVar TO LiveFileName
           COMPUTE ProbeYear = CurrentYear - 10
           PERFORM UNTIL ProbeYear >= CurrentYear
              MOVE SPACES TO TempFileNameVar
              STRING "Temps." DELIMITED BY SIZE
                 ProbeYear DELIMITED BY SIZE
                 ".dat" DELIMITED BY SIZE
                 INTO TempFileNameVar
              END-STRING
              PERFORM ScanOneTempFile
              ADD 1 TO ProbeYear
           END-PERFORM
           MOVE LiveFileName TO TempFileNameVar
           PERFORM ScanOneTempFile.

       ScanOneTempFile.
           OPEN INPUT TempFile
           IF TempFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE TempFileNameVar TO PvInputName
           PERFORM NoteArchiveRead
           MOVE SPACES TO TempDetails
           MOVE 1 TO TempRecNr
           PERFORM UNTIL EndOfTempFile
              READ TempFile NEXT RECORD
                 AT END SET EndOfTempFile TO TRUE
              END-READ
              IF NOT EndOfTempFile
                 CALL "CalibrateReading" USING Location, TempMetric,
                    TempDateNum, Temperature
                 MOVE TempDateNum TO OfferDate
                 MOVE 4 TO MsIdx
                 PERFORM CountMilestone
                 IF WaterMetric
                    MOVE TempYear TO OfferYear
                    MOVE Location TO OfferScope
                    MOVE Temperature TO OfferValue
                    MOVE Country TO OfferDetail
                    MOVE 7 TO OfferCat
                    PERFORM OfferValueToBoard
                    MOVE 8 TO OfferCat
                    PERFORM OfferValueToBoard
                 END-IF
              END-IF
           END-PERFORM
           CLOSE TempFile
           MOVE SPACES TO TempDetails.

      * Archives read are listed with the inputs in the provenance
      * block; the live file (back in its name variable by then) is
      * listed there anyway.
       NoteArchiveRead.
           IF PvInputName NOT = LiveFileName AND ArchiveReadCount < 44
              ADD 1 TO ArchiveReadCount
              MOVE PvInputName TO ArchiveRead(ArchiveReadCount)
           END-IF.

      * Counts one more item toward milestone MsIdx; the item that
      * reaches a threshold dates it (OfferDate holds its date).
       CountMilestone.
           ADD 1 TO MsCount(MsIdx)
           IF MsNext(MsIdx) <= 12
              IF MsCount(MsIdx) = Threshold(MsNext(MsIdx))
                 MOVE MsCount(MsIdx) TO MsLevel(MsIdx)
                 MOVE OfferDate TO MsDate(MsIdx)
                 ADD 1 TO MsNext(MsIdx)
              END-IF
           END-IF.

      * Milestones are all-time only, and always on the board (level
      * zero until the first is reached) so the first one reached is
      * noticed.
       OfferMilestones.
           PERFORM VARYING MsIdx FROM 1 BY 1 UNTIL MsIdx > 4
              COMPUTE OfferCat = 8 + MsIdx
              MOVE ZEROES TO OfferYear
              MOVE SPACES TO OfferScope, OfferDetail
              MOVE MsLevel(MsIdx) TO OfferValue
              MOVE MsDate(MsIdx) TO OfferDate
              PERFORM OfferOneScope
           END-PERFORM.

      * One value against the all-time and the year's record.
       OfferValueToBoard.
           MOVE OfferYear TO ReportYear
           PERFORM OfferOneScope
           MOVE ZEROES TO OfferYear
           PERFORM OfferOneScope
           MOVE ReportYear TO OfferYear.

      * The best so far for one category/year/scope; a tie keeps the
      * earlier holder.
       OfferOneScope.
           PERFORM VARYING CdIdx FROM 1 BY 1
              UNTIL CdIdx > CandidateCount
              IF CdCat(CdIdx) = OfferCat
                 AND CdYear(CdIdx) = OfferYear
                 AND CdScope(CdIdx) = OfferScope
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF CdIdx > CandidateCount
              IF CandidateCount >= 2000
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO CandidateCount
              MOVE OfferCat TO CdCat(CdIdx)
              MOVE OfferYear TO CdYear(CdIdx)
              MOVE OfferScope TO CdScope(CdIdx)
              MOVE OfferValue TO CdValue(CdIdx)
              MOVE OfferDate TO CdDate(CdIdx)
              MOVE OfferDetail TO CdDetail(CdIdx)
              MOVE "N" TO CdNew(CdIdx)
              EXIT PARAGRAPH
           END-IF
           IF (LowerIsBetter(OfferCat) AND OfferValue < CdValue(CdIdx))
              OR (NOT LowerIsBetter(OfferCat)
              AND OfferValue > CdValue(CdIdx))
              MOVE OfferValue TO CdValue(CdIdx)
              MOVE OfferDate TO CdDate(CdIdx)
              MOVE OfferDetail TO CdDetail(CdIdx)
           END-IF.

      * New means beaten: a record that was on file and is now
      * bettered. A category, year or location seen for the first
      * time has nothing to beat and is only added.
       MarkNewRecords.
           PERFORM VARYING CdIdx FROM 1 BY 1
              UNTIL CdIdx > CandidateCount
              MOVE ZEROES TO FoundIdx
              PERFORM VARYING StIdx FROM 1 BY 1
                 UNTIL StIdx > StoredCount
                 IF StCat(StIdx) = CdCat(CdIdx)
                    AND StYear(StIdx) = CdYear(CdIdx)
                    AND StScope(StIdx) = CdScope(CdIdx)
                    MOVE StIdx TO FoundIdx
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF FoundIdx > ZERO
                 MOVE CdCat(CdIdx) TO CatIdx
                 IF (LowerIsBetter(CatIdx)
                    AND CdValue(CdIdx) < StValue(FoundIdx))
                    OR (NOT LowerIsBetter(CatIdx)
                    AND CdValue(CdIdx) > StValue(FoundIdx))
                    MOVE "Y" TO CdNew(CdIdx)
                 END-IF
              END-IF
           END-PERFORM.

      * A year's record that is also the new all-time record is
      * announced once, as the all-time one.
       AnnounceNewRecords.
           PERFORM VARYING CdIdx FROM 1 BY 1
              UNTIL CdIdx > CandidateCount
              IF CdNew(CdIdx) = "Y"
                 MOVE ZEROES TO TwinIdx
                 IF CdYear(CdIdx) NOT = ZERO
                    PERFORM FindAllTimeTwin
                 END-IF
                 IF TwinIdx = ZERO
                    PERFORM AnnounceOneRecord
                 END-IF
              END-IF
           END-PERFORM.

       FindAllTimeTwin.
           PERFORM VARYING StIdx FROM 1 BY 1
              UNTIL StIdx > CandidateCount
              IF CdCat(StIdx) = CdCat(CdIdx)
                 AND CdYear(StIdx) = ZERO
                 AND CdScope(StIdx) = CdScope(CdIdx)
                 AND CdNew(StIdx) = "Y"
                 AND CdDate(StIdx) = CdDate(CdIdx)
                 AND CdValue(StIdx) = CdValue(CdIdx)
                 MOVE StIdx TO TwinIdx
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       AnnounceOneRecord.
           MOVE CdCat(CdIdx) TO CatIdx
           PERFORM EditValue
           MOVE SPACES TO MessageWS
           IF MilestoneCategory(CatIdx)
              STRING "Milestone: " DELIMITED BY SIZE
                 FUNCTION TRIM(ValueText) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(CtTitle(CatIdx)) DELIMITED BY SIZE
                 INTO MessageWS
              END-STRING
           ELSE
              PERFORM DescribeScope
              IF CdYear(CdIdx) = ZERO
                 STRING "New record: " DELIMITED BY SIZE
                    INTO MessageWS
                 END-STRING
              ELSE
                 STRING "New " DELIMITED BY SIZE
                    CdYear(CdIdx) DELIMITED BY SIZE
                    " best: " DELIMITED BY SIZE
                    INTO MessageWS
                 END-STRING
              END-IF
      * an amount stays on the board: the alert and the event line
      * are read by every operator, with or without the MONEY class
              IF MoneyCategory(CatIdx)
                 STRING FUNCTION TRIM(MessageWS) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(CtTitle(CatIdx)) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(ScopeText) DELIMITED BY SIZE
                    INTO MessageWS
                 END-STRING
              ELSE
                 STRING FUNCTION TRIM(MessageWS) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(CtTitle(CatIdx)) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(ValueText) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(ScopeText) DELIMITED BY SIZE
                    INTO MessageWS
                 END-STRING
              END-IF
           END-IF
           DISPLAY FUNCTION TRIM(MessageWS)

           OPEN EXTEND RecordEvents
           IF RecordEventsStatus = "35"
              OPEN OUTPUT RecordEvents
              CLOSE RecordEvents
              OPEN EXTEND RecordEvents
           END-IF
           MOVE CdDate(CdIdx) TO EvDate
           MOVE TodayDateNum TO EvRunDate
           MOVE MessageWS TO EvText
           WRITE RecordEventRecord
           CLOSE RecordEvents

           OPEN EXTEND Alerts
           IF AlertsStatus = "35"
              OPEN OUTPUT Alerts
              CLOSE Alerts
              OPEN EXTEND Alerts
           END-IF
           MOVE "PersonalRecords" TO AlProgram
           ACCEPT AlDate FROM DATE YYYYMMDD
           ACCEPT AlTime FROM TIME
           MOVE "I" TO AlSeverity
           MOVE "N" TO AlAckFlag
           MOVE CtCode(CatIdx) TO AlKey
           MOVE MessageWS TO AlMessage
           WRITE AlertRecord
           CLOSE Alerts
           ADD 1 TO AnnouncedCount.

       EditValue.
           IF CtDecimals(CatIdx) = 2
              MOVE CdValue(CdIdx) TO ValueEdit2
              MOVE ValueEdit2 TO ValueText
           ELSE
              MOVE CdValue(CdIdx) TO ValueEdit0
              MOVE ValueEdit0 TO ValueText
           END-IF.

      * What set it, and where: "at Oslofjord", "(Pizza)".
       DescribeScope.
           MOVE SPACES TO ScopeText
           IF CdScope(CdIdx) NOT = SPACES
              STRING "at " DELIMITED BY SIZE
                 FUNCTION TRIM(CdScope(CdIdx)) DELIMITED BY SIZE
                 INTO ScopeText
              END-STRING
           ELSE
              IF CdDetail(CdIdx) NOT = SPACES
                 STRING "(" DELIMITED BY SIZE
                    FUNCTION TRIM(CdDetail(CdIdx)) DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
                    INTO ScopeText
                 END-STRING
              END-IF
           END-IF.

       SaveBoard.
           OPEN OUTPUT RecordsFile
           PERFORM VARYING CdIdx FROM 1 BY 1
              UNTIL CdIdx > CandidateCount
              MOVE CdCat(CdIdx) TO CatIdx
              MOVE CtCode(CatIdx) TO PrCategory
              MOVE CdYear(CdIdx) TO PrYear
              MOVE CdScope(CdIdx) TO PrScope
              MOVE CdValue(CdIdx) TO PrValue
              MOVE CdDate(CdIdx) TO PrDate
              MOVE CdDetail(CdIdx) TO PrDetail
              WRITE RecordsRecord
           END-PERFORM
           CLOSE RecordsFile.

      * Per category: the all-time rows, then year by year.
       WriteBoardReport.
           MOVE 9999 TO LowYear
           MOVE ZEROES TO HighYear
           PERFORM VARYING CdIdx FROM 1 BY 1
              UNTIL CdIdx > CandidateCount
              IF CdYear(CdIdx) NOT = ZERO
                 IF CdYear(CdIdx) < LowYear
                    MOVE CdYear(CdIdx) TO LowYear
                 END-IF
                 IF CdYear(CdIdx) > HighYear
                    MOVE CdYear(CdIdx) TO HighYear
                 END-IF
              END-IF
           END-PERFORM
           PERFORM StartProvenance
           OPEN OUTPUT RecordsReport
           MOVE TodayDateNum TO PrnHeadDate
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > 12
              MOVE SPACES TO PrintLine
              WRITE PrintLine AFTER ADVANCING 1 LINE
              MOVE CtTitle(CatIdx) TO PrintLine
              WRITE PrintLine AFTER ADVANCING 1 LINE
              MOVE ZEROES TO ReportYear
              PERFORM WriteBoardYear
              IF HighYear > ZERO AND NOT MilestoneCategory(CatIdx)
                 PERFORM VARYING ReportYear FROM LowYear BY 1
                    UNTIL ReportYear > HighYear
                    PERFORM WriteBoardYear
                 END-PERFORM
              END-IF
           END-PERFORM
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           CLOSE RecordsReport
           MOVE "PersonalRecords.rpt" TO PvReportName
           PERFORM StampProvenance.

       WriteBoardYear.
           PERFORM VARYING CdIdx FROM 1 BY 1
              UNTIL CdIdx > CandidateCount
              IF CdCat(CdIdx) = CatIdx AND CdYear(CdIdx) = ReportYear
                 MOVE SPACES TO BoardLine
                 IF ReportYear = ZERO
                    MOVE "all-time" TO PrnBoardYear
                 ELSE
                    MOVE ReportYear TO PrnBoardYear
                 END-IF
                 PERFORM EditValue
                 MOVE ValueText TO PrnBoardValue
                 IF CdDate(CdIdx) NOT = ZERO
                    MOVE CdDate(CdIdx) TO PrnBoardDate
                 END-IF
                 PERFORM DescribeScope
                 MOVE ScopeText TO PrnBoardText
                 IF CdScope(CdIdx) NOT = SPACES
                    AND CdDetail(CdIdx) NOT = SPACES
                    STRING FUNCTION TRIM(ScopeText) DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       FUNCTION TRIM(CdDetail(CdIdx))
                       DELIMITED BY SIZE
                       INTO PrnBoardText
                    END-STRING
                 END-IF
                 WRITE PrintLine FROM BoardLine AFTER ADVANCING 1 LINE
              END-IF
           END-PERFORM.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "PersonalRecords" TO PvProgramName
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
           MOVE "Records.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           PERFORM VARYING ArIdx FROM 1 BY 1
              UNTIL ArIdx > ArchiveReadCount
              MOVE ArchiveRead(ArIdx) TO PvInputName
      * WorkHours., Receipts., Meals., Temps.: W, R, M, T
              MOVE ArchiveRead(ArIdx)(1:1) TO PvInputKind
              PERFORM AddProvenanceInput
           END-PERFORM.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
