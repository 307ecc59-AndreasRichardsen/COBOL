       IDENTIFICATION DIVISION.
       PROGRAM-ID. DataQuality.
       AUTHOR. Andreas Richardsen.

      * IntegrityCheck proves the files agree with each other; this
      * says whether the data in them is any good. Each log gets a
      * score out of 100 built from concrete measures: Meals.dat the
      * share of meals logged with time 9999 (unknown); Receipts.dat
      * the share of item lines with a blank RPerson, the share filed
      * under RType "Other", and the share whose RName is not in
      * ItemMaster.dat; Temps.dat the share of readings taken at a
      * country/location pair LocationMaster.dat does not know;
      * WorkHours.dat the share of worked days (voided, leave and
      * standby records do not count) with no WorkProject.dat link on
      * any of their segments. A file's score is 100 less the average
      * of its bad shares. Every run also scores each month on its
      * own records -- the meal's, receipt line's, reading's or work
      * day's date decides the month -- and stores those scores in
      * QualityHistory.dat, replacing the rows of every month and
      * file it measured and copying the rest through (a month whose
      * records have gone to a year archive keeps its last scores).
      * DataQuality.rpt prints today's measures over the whole files
      * followed by the last twelve months of scores, so it shows
      * whether a cleanup is holding or the old habits are back.
      * DataQuality.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MealFile ASSIGN DYNAMIC MealFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS MealRecNr
           FILE STATUS IS MealFileStatus.

           SELECT ReceiptFile ASSIGN DYNAMIC ReceiptFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS RRecNr
           FILE STATUS IS ReceiptFileStatus.

           SELECT TempFile ASSIGN DYNAMIC TempFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS TempRecNr
           FILE STATUS IS TempFileStatus.

           SELECT WorkHourFile ASSIGN DYNAMIC WHFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WHRecNr
           FILE STATUS IS WHFileStatus.

           SELECT ItemMaster ASSIGN TO "ItemMaster.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS ItemRecNr
           FILE STATUS IS ItemMasterStatus.

           SELECT LocationMaster ASSIGN TO "LocationMaster.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS LocRecNr
           FILE STATUS IS LocationMasterStatus.

           SELECT WorkProject ASSIGN TO "WorkProject.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WorkProjectStatus.

           SELECT QualityHistory ASSIGN TO "QualityHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QualityHistoryStatus.

           SELECT QualityHistoryNew ASSIGN TO "QualityHistory.new"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT QualityReport ASSIGN TO "DataQuality.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MealFile.
       01 DinnerDetails.
           88 EndOfMealFile VALUE HIGH-VALUES.
           02 RecTypeCode    PIC X.
              88 DinnerRecord   VALUE "D".
              88 SnackRecord    VALUE "S".
           COPY "DATECOMP.cpy" REPLACING ==:PREFIX:== BY ==Dinner==.
           02 DinnerDateNum  REDEFINES DinnerDate PIC 9(8).
           02 FILLER         PIC X(140).
           02 DinnerTime     PIC 9(4).

       01 OtherMealDetails.
           02 FILLER         PIC X.
           02 OtherName      PIC X(20).
           02 OtherInfo      PIC X(25).
           COPY "DATECOMP.cpy" REPLACING ==:PREFIX:== BY ==Other==.
           02 OtherPersonId  PIC X(8).
           02 OtherTime      PIC 9(4).

       01 SnackDetails.
           02 FILLER         PIC X.
           02 SnaId          PIC X(6).
           COPY "DATECOMP.cpy" REPLACING ==:PREFIX:== BY ==Sna==.
           02 SnaPersonId    PIC X(8).
           02 SnaTime        PIC 9(4).

       FD ReceiptFile.
       COPY "RCPTREC.cpy".

       FD TempFile.
       COPY "TEMPREC.cpy".

       FD WorkHourFile.
       01 WorkHourDetails.
           88 EndOfFileWH       VALUE HIGH-VALUES.
           COPY "WORKHREC.cpy".

       FD ItemMaster.
       01 ItemMasterRecord.
           88 EndOfItemMaster   VALUE HIGH-VALUES.
           02 ItemName          PIC X(30).
           02 ItemCategory      PIC X(7).

       FD LocationMaster.
       01 LocationMasterRecord.
           88 EndOfLocMaster    VALUE HIGH-VALUES.
           02 LMCountry         PIC X(13).
           02 LMName            PIC X(30).
           02 LMLowThr          PIC S9(2).
           02 LMHighThr         PIC S9(2).

       FD WorkProject.
       01 WorkProjectRecord.
           88 EndOfWorkProject  VALUE HIGH-VALUES.
           02 WPDate            PIC 9(8).
           02 WPSeqNr           PIC 9(2).
           02 WPCode            PIC X(6).

      * One row per month and file: the score, how many records it
      * was measured on, and the bad shares behind it (percent).
       FD QualityHistory.
       01 QualityHistoryRecord.
           88 EndOfHistory      VALUE HIGH-VALUES.
           02 QhMonth           PIC 9(6).
           02 QhFile            PIC X(12).
           02 QhScore           PIC 9(3)V9.
           02 QhMeasured        PIC 9(6).
           02 QhBadShare        PIC 9(3)V9 OCCURS 3 TIMES.

       FD QualityHistoryNew.
       01 QualityHistoryNewLine PIC X(40).

       FD QualityReport.
       01 PrintLine             PIC X(80).

       WORKING-STORAGE SECTION.
       01 MealFileNameVar       PIC X(60) VALUE "Meals.dat".
       01 MealLayoutGen         PIC 9(2) VALUE 03.
       01 ReceiptFileNameVar    PIC X(60) VALUE "Receipts.dat".
       01 RcptLayoutGen         PIC 9(2) VALUE 02.
       01 TempFileNameVar       PIC X(60) VALUE "Temps.dat".
       01 TempLayoutGen         PIC 9(2) VALUE 02.
       01 WHFileNameVar         PIC X(60) VALUE "WorkHours.dat".
       01 WHLayoutGen           PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 MealFileStatus        PIC XX.
       01 ReceiptFileStatus     PIC XX.
       01 TempFileStatus        PIC XX.
       01 WHFileStatus          PIC XX.
       01 ItemMasterStatus      PIC XX.
       01 LocationMasterStatus  PIC XX.
       01 WorkProjectStatus     PIC XX.
       01 QualityHistoryStatus  PIC XX.
       01 MealRecNr             PIC 9(6).
       01 RRecNr                PIC 9(5).
       01 TempRecNr             PIC 9(6).
       01 WHRecNr               PIC 9(6).
       01 ItemRecNr             PIC 9(5).
       01 LocRecNr              PIC 9(5).
       01 TodayDateNum          PIC 9(8).
       01 ThisMonth             PIC 9(6).

      * lookup tables loaded once per run
       01 ItemNameTable.
           02 ItemNameEntry     PIC X(30) OCCURS 500 TIMES.
       01 ItemNameCount         PIC 9(3) VALUE ZERO.
       01 LocationTable.
           02 LocationEntry     OCCURS 200 TIMES.
              03 LtCountry      PIC X(13).
              03 LtName         PIC X(30).
       01 LocationCount         PIC 9(3) VALUE ZERO.
       01 LinkTable.
           02 LinkEntry         OCCURS 5000 TIMES.
              03 LkDate         PIC 9(8).
              03 LkSeqNr        PIC 9(2).
       01 LinkCount             PIC 9(4) VALUE ZERO.
       01 WorkDayTable.
           02 WorkDayEntry      OCCURS 4000 TIMES.
              03 WdDate         PIC 9(8).
              03 WdLinked       PIC X.
       01 WorkDayCount          PIC 9(4) VALUE ZERO.
       01 TblIdx                PIC 9(4).
       01 DayIdx                PIC 9(4).
       01 NameFound             PIC X.

      * today's figures per file: 1 Meals, 2 Receipts, 3 Temps,
      * 4 WorkHours
       01 FileNameList.
           02 FILLER            PIC X(12) VALUE "Meals".
           02 FILLER            PIC X(12) VALUE "Receipts".
           02 FILLER            PIC X(12) VALUE "Temps".
           02 FILLER            PIC X(12) VALUE "WorkHours".
       01 FileNameTable REDEFINES FileNameList.
           02 QualityFileName   PIC X(12) OCCURS 4 TIMES.
       01 FileFigures.
           02 FileFigure        OCCURS 4 TIMES.
              03 FfMeasured     PIC 9(6).
              03 FfMeasureCount PIC 9.
              03 FfBadCount     PIC 9(6) OCCURS 3 TIMES.
              03 FfBadShare     PIC 9(3)V9 OCCURS 3 TIMES.
              03 FfScore        PIC 9(3)V9.
       01 FileIdx               PIC 9.
       01 MeasIdx               PIC 9.
       01 ShareTotal            PIC 9(4)V9.

      * the trend: up to twelve months back, oldest first
       01 TrendTable.
           02 TrendMonth        OCCURS 12 TIMES.
              03 TrMonth        PIC 9(6).
              03 TrScore        PIC 9(3)V9 OCCURS 4 TIMES.
              03 TrSeen         PIC X OCCURS 4 TIMES.
       01 TrendCount            PIC 9(2) VALUE ZERO.
       01 TrendIdx              PIC 9(2).

      * the same figures per month of the records' own dates, in
      * month order; the newest 240 months are held
       01 BucketTable.
           02 BucketEntry       OCCURS 240 TIMES.
              03 BkMonth        PIC 9(6).
              03 BkWritten      PIC X.
              03 BkFigure       OCCURS 4 TIMES.
                 04 BkMeasured  PIC 9(6).
                 04 BkBadCount  PIC 9(6) OCCURS 3 TIMES.
       01 BucketCount           PIC 9(3) VALUE ZERO.
       01 BkIdx                 PIC 9(3).
       01 BkShiftIdx            PIC 9(3).
       01 BucketMonth           PIC 9(6).
       01 BucketBadShare        PIC 9(3)V9 OCCURS 3 TIMES.
       01 HistoryReplaced       PIC X.
       01 SwapCmd               PIC X(50).

       01 ReportHeading.
           02 FILLER            PIC X(30)
              VALUE "Data quality scorecard - ".
           02 PrnHeadDate       PIC 9(8).

       01 MeasureLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnMeasureLabel   PIC X(50).
           02 PrnMeasureBad     PIC ZZZZZ9.
           02 FILLER            PIC X(4) VALUE " of ".
           02 PrnMeasureOf      PIC ZZZZZ9.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnMeasureShare   PIC ZZ9.9.
           02 FILLER            PIC X VALUE "%".

       01 ScoreLine.
           02 PrnScoreFile      PIC X(14).
           02 FILLER            PIC X(7) VALUE "score ".
           02 PrnScore          PIC ZZ9.9.
           02 FILLER            PIC X(9) VALUE " / 100  (".
           02 PrnScoreOf        PIC ZZZZZ9.
           02 PrnScoreWhat      PIC X(20).

       01 TrendHeading.
           02 FILLER            PIC X(10) VALUE "Month".
           02 FILLER            PIC X(10) VALUE "     Meals".
           02 FILLER            PIC X(10) VALUE "  Receipts".
           02 FILLER            PIC X(10) VALUE "     Temps".
           02 FILLER            PIC X(10) VALUE " WorkHours".

       01 TrendLine.
           02 PrnTrendMonth     PIC 9(6).
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrnTrendCell      PIC X(10) OCCURS 4 TIMES.
       01 TrendCellEdit         PIC ZZZZZZZ9.9.

       01 Divider               PIC X(80) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
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

           ACCEPT TodayDateNum FROM DATE YYYYMMDD
           MOVE TodayDateNum(1:6) TO ThisMonth
           INITIALIZE FileFigures
           MOVE 1 TO FfMeasureCount(1)
           MOVE 3 TO FfMeasureCount(2)
           MOVE 1 TO FfMeasureCount(3)
           MOVE 1 TO FfMeasureCount(4)

           PERFORM LoadItemNames
           PERFORM LoadLocations
           PERFORM LoadProjectLinks

           PERFORM MeasureMeals
           PERFORM MeasureReceipts
           PERFORM MeasureTemps
           PERFORM MeasureWorkHours
           PERFORM VARYING FileIdx FROM 1 BY 1 UNTIL FileIdx > 4
              PERFORM ScoreOneFile
           END-PERFORM

           PERFORM SaveHistory
           PERFORM BuildTrend
           PERFORM WriteQualityReport
           PERFORM VARYING FileIdx FROM 1 BY 1 UNTIL FileIdx > 4
              MOVE FfScore(FileIdx) TO PrnScore
              DISPLAY QualityFileName(FileIdx) " " PrnScore
           END-PERFORM
           DISPLAY "Data quality report written to DataQuality.rpt"
           STOP RUN.

      * Dinners, other meals and snacks alike carry the meal time;
      * 9999 is the "unknown" marker the writers store on Enter.
       MeasureMeals.
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
                 ADD 1 TO FfMeasured(1)
                 MOVE 1 TO FileIdx
                 EVALUATE TRUE
                    WHEN DinnerRecord
                       MOVE DinnerDate(1:6) TO BucketMonth
                       PERFORM FindBucket
                       IF DinnerTime = 9999
                          ADD 1 TO FfBadCount(1, 1)
                          PERFORM CountBucketBad1
                       END-IF
                    WHEN SnackRecord
                       MOVE SnaDate(1:6) TO BucketMonth
                       PERFORM FindBucket
                       IF SnaTime = 9999
                          ADD 1 TO FfBadCount(1, 1)
                          PERFORM CountBucketBad1
                       END-IF
                    WHEN OTHER
                       MOVE OtherDate(1:6) TO BucketMonth
                       PERFORM FindBucket
                       IF OtherTime = 9999
                          ADD 1 TO FfBadCount(1, 1)
                          PERFORM CountBucketBad1
                       END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM
           CLOSE MealFile
           MOVE SPACES TO DinnerDetails.

      * Item lines only; a header has no person, type or item name.
       MeasureReceipts.
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
                 ADD 1 TO FfMeasured(2)
                 MOVE 2 TO FileIdx
                 MOVE RDate(1:6) TO BucketMonth
                 PERFORM FindBucket
                 IF RPerson = SPACES
                    ADD 1 TO FfBadCount(2, 1)
                    PERFORM CountBucketBad1
                 END-IF
                 IF RType = "Other"
                    ADD 1 TO FfBadCount(2, 2)
                    IF BkIdx > ZERO
                       ADD 1 TO BkBadCount(BkIdx, 2, 2)
                    END-IF
                 END-IF
                 MOVE "N" TO NameFound
                 PERFORM VARYING TblIdx FROM 1 BY 1
                    UNTIL TblIdx > ItemNameCount
                    IF ItemNameEntry(TblIdx) = RName
                       MOVE "Y" TO NameFound
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF NameFound = "N"
                    ADD 1 TO FfBadCount(2, 3)
                    IF BkIdx > ZERO
                       ADD 1 TO BkBadCount(BkIdx, 2, 3)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ReceiptFile
           MOVE SPACES TO ReceiptDetails.

       MeasureTemps.
           OPEN INPUT TempFile
           IF TempFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TempDetails
           MOVE 1 TO TempRecNr
           PERFORM UNTIL EndOfTempFile
              READ TempFile NEXT RECORD
                 AT END SET EndOfTempFile TO TRUE
              END-READ
              IF NOT EndOfTempFile
                 ADD 1 TO FfMeasured(3)
                 MOVE 3 TO FileIdx
                 MOVE TempDate(1:6) TO BucketMonth
                 PERFORM FindBucket
                 MOVE "N" TO NameFound
                 PERFORM VARYING TblIdx FROM 1 BY 1
                    UNTIL TblIdx > LocationCount
                    IF LtCountry(TblIdx) = Country
                       AND LtName(TblIdx) = Location
                       MOVE "Y" TO NameFound
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF NameFound = "N"
                    ADD 1 TO FfBadCount(3, 1)
                    PERFORM CountBucketBad1
                 END-IF
              END-IF
           END-PERFORM
           CLOSE TempFile
           MOVE SPACES TO TempDetails.

      * A worked day counts as linked when any of its worked
      * segments has a WorkProject.dat row (date and sequence).
       MeasureWorkHours.
           MOVE ZEROES TO WorkDayCount
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
              IF NOT EndOfFileWH AND WHWorkedDay
                 PERFORM NoteWorkedSegment
              END-IF
           END-PERFORM
           CLOSE WorkHourFile
           MOVE SPACES TO WorkHourDetails
           MOVE WorkDayCount TO FfMeasured(4)
           MOVE 4 TO FileIdx
           PERFORM VARYING DayIdx FROM 1 BY 1
              UNTIL DayIdx > WorkDayCount
              MOVE WdDate(DayIdx)(1:6) TO BucketMonth
              PERFORM FindBucket
              IF WdLinked(DayIdx) NOT = "Y"
                 ADD 1 TO FfBadCount(4, 1)
                 PERFORM CountBucketBad1
              END-IF
           END-PERFORM.

      * The month bucket for BucketMonth, counting one more record
      * of file FileIdx in it; BkIdx is zero when the record's date
      * is no month (or a future one, or older than the 240 held).
       FindBucket.
           MOVE ZEROES TO BkIdx
           IF BucketMonth IS NOT NUMERIC OR BucketMonth = ZERO
              OR BucketMonth > ThisMonth
              OR BucketMonth(5:2) < "01" OR BucketMonth(5:2) > "12"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TblIdx FROM BucketCount BY -1
              UNTIL TblIdx < 1
              IF BkMonth(TblIdx) = BucketMonth
                 MOVE TblIdx TO BkIdx
                 ADD 1 TO BkMeasured(BkIdx, FileIdx)
                 EXIT PARAGRAPH
              END-IF
              IF BkMonth(TblIdx) < BucketMonth
                 EXIT PERFORM
              END-IF
           END-PERFORM
      * not held yet: it goes in after entry TblIdx, the table kept
      * in month order
           IF BucketCount >= 240
              IF TblIdx < 1
                 EXIT PARAGRAPH
              END-IF
              PERFORM VARYING BkShiftIdx FROM 1 BY 1
                 UNTIL BkShiftIdx >= TblIdx
                 MOVE BucketEntry(BkShiftIdx + 1)
                    TO BucketEntry(BkShiftIdx)
              END-PERFORM
              MOVE TblIdx TO BkIdx
           ELSE
              ADD 1 TO BucketCount
              PERFORM VARYING BkShiftIdx FROM BucketCount BY -1
                 UNTIL BkShiftIdx <= TblIdx + 1
                 MOVE BucketEntry(BkShiftIdx - 1)
                    TO BucketEntry(BkShiftIdx)
              END-PERFORM
              COMPUTE BkIdx = TblIdx + 1
           END-IF
           INITIALIZE BucketEntry(BkIdx)
           MOVE BucketMonth TO BkMonth(BkIdx)
           MOVE "N" TO BkWritten(BkIdx)
           ADD 1 TO BkMeasured(BkIdx, FileIdx).

       CountBucketBad1.
           IF BkIdx > ZERO
              ADD 1 TO BkBadCount(BkIdx, FileIdx, 1)
           END-IF.

       NoteWorkedSegment.
           MOVE ZEROES TO DayIdx
           PERFORM VARYING TblIdx FROM 1 BY 1
              UNTIL TblIdx > WorkDayCount
              IF WdDate(TblIdx) = WHDate
                 MOVE TblIdx TO DayIdx
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF DayIdx = ZERO
              IF WorkDayCount >= 4000
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WorkDayCount
              MOVE WorkDayCount TO DayIdx
              MOVE WHDate TO WdDate(DayIdx)
              MOVE "N" TO WdLinked(DayIdx)
           END-IF
           IF WdLinked(DayIdx) = "Y"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TblIdx FROM 1 BY 1
              UNTIL TblIdx > LinkCount
              IF LkDate(TblIdx) = WHDate
                 AND LkSeqNr(TblIdx) = WHSeqNr
                 MOVE "Y" TO WdLinked(DayIdx)
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * Bad share per measure, then the score: 100 less the average
      * bad share. A file with nothing in it scores 100.
       ScoreOneFile.
           MOVE ZEROES TO ShareTotal
           PERFORM VARYING MeasIdx FROM 1 BY 1
              UNTIL MeasIdx > FfMeasureCount(FileIdx)
              IF FfMeasured(FileIdx) > ZERO
                 COMPUTE FfBadShare(FileIdx, MeasIdx) ROUNDED =
                    FfBadCount(FileIdx, MeasIdx) * 100
                    / FfMeasured(FileIdx)
              END-IF
              ADD FfBadShare(FileIdx, MeasIdx) TO ShareTotal
           END-PERFORM
           COMPUTE FfScore(FileIdx) ROUNDED =
              100 - (ShareTotal / FfMeasureCount(FileIdx)).

      * The history is copied to QualityHistory.new in month order:
      * each month's scores from the buckets go in ahead of the old
      * rows of that month, an old row of a month and file measured
      * this run is left out, and the new file is swapped in.
       SaveHistory.
           OPEN OUTPUT QualityHistoryNew
           MOVE 1 TO BkIdx
           OPEN INPUT QualityHistory
           IF QualityHistoryStatus = "00"
              READ QualityHistory
                 AT END SET EndOfHistory TO TRUE
              END-READ
              PERFORM UNTIL EndOfHistory
                 PERFORM UNTIL BkIdx > BucketCount
                    OR BkMonth(BkIdx) > QhMonth
                    PERFORM WriteBucketRows
                    ADD 1 TO BkIdx
                 END-PERFORM
                 PERFORM CheckRowReplaced
                 IF HistoryReplaced = "N"
                    MOVE QualityHistoryRecord TO QualityHistoryNewLine
                    WRITE QualityHistoryNewLine
                 END-IF
                 READ QualityHistory
                    AT END SET EndOfHistory TO TRUE
                 END-READ
              END-PERFORM
              CLOSE QualityHistory
           END-IF
           PERFORM UNTIL BkIdx > BucketCount
              PERFORM WriteBucketRows
              ADD 1 TO BkIdx
           END-PERFORM
           CLOSE QualityHistoryNew
           MOVE "mv QualityHistory.new QualityHistory.dat"
              TO SwapCmd
           CALL "SYSTEM" USING SwapCmd.

      * An old row is replaced when this run measured records of its
      * file in its month.
       CheckRowReplaced.
           MOVE "N" TO HistoryReplaced
           PERFORM VARYING BkShiftIdx FROM 1 BY 1
              UNTIL BkShiftIdx > BucketCount
              IF BkMonth(BkShiftIdx) = QhMonth
                 PERFORM VARYING FileIdx FROM 1 BY 1
                    UNTIL FileIdx > 4
                    IF QhFile = QualityFileName(FileIdx)
                       AND BkMeasured(BkShiftIdx, FileIdx) > ZERO
                       MOVE "Y" TO HistoryReplaced
                    END-IF
                 END-PERFORM
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * One row per file with records in the month, scored the way
      * ScoreOneFile scores the whole file.
       WriteBucketRows.
           PERFORM VARYING FileIdx FROM 1 BY 1 UNTIL FileIdx > 4
              IF BkMeasured(BkIdx, FileIdx) > ZERO
                 MOVE ZEROES TO ShareTotal
                 PERFORM VARYING MeasIdx FROM 1 BY 1 UNTIL MeasIdx > 3
                    MOVE ZEROES TO BucketBadShare(MeasIdx)
                 END-PERFORM
                 PERFORM VARYING MeasIdx FROM 1 BY 1
                    UNTIL MeasIdx > FfMeasureCount(FileIdx)
                    COMPUTE BucketBadShare(MeasIdx) ROUNDED =
                       BkBadCount(BkIdx, FileIdx, MeasIdx) * 100
                       / BkMeasured(BkIdx, FileIdx)
                    ADD BucketBadShare(MeasIdx) TO ShareTotal
                 END-PERFORM
                 MOVE BkMonth(BkIdx) TO QhMonth
                 MOVE QualityFileName(FileIdx) TO QhFile
                 COMPUTE QhScore ROUNDED =
                    100 - (ShareTotal / FfMeasureCount(FileIdx))
                 MOVE BkMeasured(BkIdx, FileIdx) TO QhMeasured
                 PERFORM VARYING MeasIdx FROM 1 BY 1 UNTIL MeasIdx > 3
                    MOVE BucketBadShare(MeasIdx) TO QhBadShare(MeasIdx)
                 END-PERFORM
                 MOVE QualityHistoryRecord TO QualityHistoryNewLine
                 WRITE QualityHistoryNewLine
              END-IF
           END-PERFORM.

      * The last twelve distinct months in the history, oldest
      * first; the history is written in month order.
       BuildTrend.
           MOVE ZEROES TO TrendCount
           OPEN INPUT QualityHistory
           IF QualityHistoryStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ QualityHistory
              AT END SET EndOfHistory TO TRUE
           END-READ
           PERFORM UNTIL EndOfHistory
              IF TrendCount = ZERO OR QhMonth NOT = TrMonth(TrendCount)
                 PERFORM AddTrendMonth
              END-IF
              PERFORM VARYING FileIdx FROM 1 BY 1 UNTIL FileIdx > 4
                 IF QhFile = QualityFileName(FileIdx)
                    MOVE QhScore TO TrScore(TrendCount, FileIdx)
                    MOVE "Y" TO TrSeen(TrendCount, FileIdx)
                 END-IF
              END-PERFORM
              READ QualityHistory
                 AT END SET EndOfHistory TO TRUE
              END-READ
           END-PERFORM
           CLOSE QualityHistory.

       AddTrendMonth.
           IF TrendCount >= 12
              PERFORM VARYING TrendIdx FROM 1 BY 1 UNTIL TrendIdx > 11
                 MOVE TrendMonth(TrendIdx + 1) TO TrendMonth(TrendIdx)
              END-PERFORM
           ELSE
              ADD 1 TO TrendCount
           END-IF
           MOVE QhMonth TO TrMonth(TrendCount)
           PERFORM VARYING FileIdx FROM 1 BY 1 UNTIL FileIdx > 4
              MOVE ZEROES TO TrScore(TrendCount, FileIdx)
              MOVE "N" TO TrSeen(TrendCount, FileIdx)
           END-PERFORM.

       WriteQualityReport.
           PERFORM StartProvenance
           OPEN OUTPUT QualityReport
           MOVE TodayDateNum TO PrnHeadDate
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE

           MOVE 1 TO FileIdx
           MOVE " meals)" TO PrnScoreWhat
           PERFORM WriteScoreLine
           MOVE "meals with time 9999 (unknown)" TO PrnMeasureLabel
           MOVE 1 TO MeasIdx
           PERFORM WriteMeasureLine

           MOVE 2 TO FileIdx
           MOVE " item lines)" TO PrnScoreWhat
           PERFORM WriteScoreLine
           MOVE "lines with no person (RPerson blank)"
              TO PrnMeasureLabel
           MOVE 1 TO MeasIdx
           PERFORM WriteMeasureLine
           MOVE "lines typed Other" TO PrnMeasureLabel
           MOVE 2 TO MeasIdx
           PERFORM WriteMeasureLine
           MOVE "lines whose item is not in ItemMaster.dat"
              TO PrnMeasureLabel
           MOVE 3 TO MeasIdx
           PERFORM WriteMeasureLine

           MOVE 3 TO FileIdx
           MOVE " readings)" TO PrnScoreWhat
           PERFORM WriteScoreLine
           MOVE "readings at a location not in LocationMaster.dat"
              TO PrnMeasureLabel
           MOVE 1 TO MeasIdx
           PERFORM WriteMeasureLine

           MOVE 4 TO FileIdx
           MOVE " worked days)" TO PrnScoreWhat
           PERFORM WriteScoreLine
           MOVE "worked days with no project link" TO PrnMeasureLabel
           MOVE 1 TO MeasIdx
           PERFORM WriteMeasureLine

           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE "Score by month (records dated in that month)"
              TO PrintLine
           WRITE PrintLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM TrendHeading AFTER ADVANCING 1 LINE
           PERFORM VARYING TrendIdx FROM 1 BY 1
              UNTIL TrendIdx > TrendCount
              MOVE TrMonth(TrendIdx) TO PrnTrendMonth
              PERFORM VARYING FileIdx FROM 1 BY 1 UNTIL FileIdx > 4
                 IF TrSeen(TrendIdx, FileIdx) = "Y"
                    MOVE TrScore(TrendIdx, FileIdx) TO TrendCellEdit
                    MOVE TrendCellEdit TO PrnTrendCell(FileIdx)
                 ELSE
                    MOVE "         -" TO PrnTrendCell(FileIdx)
                 END-IF
              END-PERFORM
              WRITE PrintLine FROM TrendLine AFTER ADVANCING 1 LINE
           END-PERFORM
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           CLOSE QualityReport
           MOVE "DataQuality.rpt" TO PvReportName
           PERFORM StampProvenance.

       WriteScoreLine.
           MOVE SPACES TO PrintLine
           WRITE PrintLine AFTER ADVANCING 1 LINE
           MOVE QualityFileName(FileIdx) TO PrnScoreFile
           MOVE FfScore(FileIdx) TO PrnScore
           MOVE FfMeasured(FileIdx) TO PrnScoreOf
           WRITE PrintLine FROM ScoreLine AFTER ADVANCING 1 LINE.

       WriteMeasureLine.
           MOVE FfBadCount(FileIdx, MeasIdx) TO PrnMeasureBad
           MOVE FfMeasured(FileIdx) TO PrnMeasureOf
           MOVE FfBadShare(FileIdx, MeasIdx) TO PrnMeasureShare
           WRITE PrintLine FROM MeasureLine AFTER ADVANCING 1 LINE.

       LoadItemNames.
           MOVE ZEROES TO ItemNameCount
           OPEN INPUT ItemMaster
           IF ItemMasterStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO ItemRecNr
           READ ItemMaster NEXT RECORD
              AT END SET EndOfItemMaster TO TRUE
           END-READ
           PERFORM UNTIL EndOfItemMaster OR ItemNameCount >= 500
              ADD 1 TO ItemNameCount
              MOVE ItemName TO ItemNameEntry(ItemNameCount)
              READ ItemMaster NEXT RECORD
                 AT END SET EndOfItemMaster TO TRUE
              END-READ
           END-PERFORM
           CLOSE ItemMaster.

       LoadLocations.
           MOVE ZEROES TO LocationCount
           OPEN INPUT LocationMaster
           IF LocationMasterStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO LocRecNr
           READ LocationMaster NEXT RECORD
              AT END SET EndOfLocMaster TO TRUE
           END-READ
           PERFORM UNTIL EndOfLocMaster OR LocationCount >= 200
              ADD 1 TO LocationCount
              MOVE LMCountry TO LtCountry(LocationCount)
              MOVE LMName TO LtName(LocationCount)
              READ LocationMaster NEXT RECORD
                 AT END SET EndOfLocMaster TO TRUE
              END-READ
           END-PERFORM
           CLOSE LocationMaster.

       LoadProjectLinks.
           MOVE ZEROES TO LinkCount
           OPEN INPUT WorkProject
           IF WorkProjectStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ WorkProject
              AT END SET EndOfWorkProject TO TRUE
           END-READ
           PERFORM UNTIL EndOfWorkProject OR LinkCount >= 5000
              IF WPCode NOT = SPACES
                 ADD 1 TO LinkCount
                 MOVE WPDate TO LkDate(LinkCount)
                 MOVE WPSeqNr TO LkSeqNr(LinkCount)
              END-IF
              READ WorkProject
                 AT END SET EndOfWorkProject TO TRUE
              END-READ
           END-PERFORM
           CLOSE WorkProject.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "DataQuality" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE MealFileNameVar TO PvInputName
           MOVE "M" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE TempFileNameVar TO PvInputName
           MOVE "T" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE WHFileNameVar TO PvInputName
           MOVE "W" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "ItemMaster.dat" TO PvInputName
           MOVE "B" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "LocationMaster.dat" TO PvInputName
           MOVE "B" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "WorkProject.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "QualityHistory.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
