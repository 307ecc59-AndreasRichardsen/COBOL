       IDENTIFICATION DIVISION.
       PROGRAM-ID. SpendAnomaly.
       AUTHOR. Andreas Richardsen.

      * The month CategoryMatrix would make you squint at. For the
      * chosen month, each RType category's spend (item lines,
      * returns netted) and each store's spend (HdrTotal of its
      * receipt headers) is held up against its own trailing twelve
      * months: the mean and the spread (standard deviation) over
      * the trailing months that hold any data at all, so a young
      * file is not judged against empty months. A category or store
      * whose month lies more than the report threshold (in spreads)
      * above or below its mean is listed, with the five biggest
      * receipts behind it. The spread never counts as less than a
      * tenth of the mean, so a line with steady history is not
      * flagged over pocket change. Anything beyond the alert
      * threshold goes to Alerts.dat as a warning, once per month,
      * so the daily digest shows it without anyone running this.
      * Thresholds and the minimum months of history live in
      * AnomalySettings.dat (seeded on first run, mode 2 edits
      * them). Archived years are read before the live file, as
      * PriceHistoryReport does. Written to SpendAnomaly.rpt.
      * SpendAnomaly.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReceiptFile ASSIGN DYNAMIC ReceiptFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS RRecNr
           FILE STATUS IS ReceiptFileStatus.

           SELECT AnomalySettings ASSIGN TO "AnomalySettings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AnomalySettingsStatus.

           SELECT AnomalyReport ASSIGN TO "SpendAnomaly.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Alerts ASSIGN TO "Alerts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AlertsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ReceiptFile.
       COPY "RCPTREC.cpy".

       FD AnomalySettings.
       01 AnomalySettingsRecord.
      * thresholds in spreads (standard deviations) from the mean
           02 AnReportSpread    PIC 9V9.
           02 AnAlertSpread     PIC 9V9.
           02 AnMinMonths       PIC 9(2).
      * newest YYYYMM already alerted on, so a rerun stays quiet
           02 AnLastAlerted     PIC 9(6).

       FD AnomalyReport.
       01 PrintLine             PIC X(90).

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
       01 ReceiptFileNameVar    PIC X(60) VALUE "Receipts.dat".
       01 LiveFileName          PIC X(60).
       01 RcptLayoutGen         PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 ReceiptFileStatus     PIC XX.
       01 RRecNr                PIC 9(5).
       01 AnomalySettingsStatus PIC XX.
       01 AlertsStatus          PIC XX.
       01 AlertSevWS            PIC X.
       01 AlertKeyWS            PIC X(20).
       01 AlertMsgWS            PIC X(60).
       01 RunMode               PIC X.
           88 ReportMode        VALUE "1".
           88 SettingsMode      VALUE "2".

       01 TodayDateNum          PIC 9(8).
       01 CurrentYear           PIC 9(4).
       01 ProbeYear             PIC 9(4).
       01 MonthInput            PIC X(6).
       01 TargetMonth           PIC 9(6).
       01 TargetParts REDEFINES TargetMonth.
           02 TargetYear        PIC 9(4).
           02 TargetMon         PIC 99.
       01 TargetSerial          PIC 9(6).
       01 LineMonth             PIC 9(6).
       01 LineParts REDEFINES LineMonth.
           02 LineYear          PIC 9(4).
           02 LineMon           PIC 99.
       01 MonthOffset           PIC S9(6).
       01 MonthSlot             PIC 9(2).
       01 LineValue             PIC S9(6)V99.
       01 InputWS               PIC X(12).
       01 NumValue              PIC S9(6)V99.
       01 NumOk                 PIC X.

      * slot 1 is the target month, slots 2 to 13 the twelve months
      * before it
       01 MonthDataTable.
           02 MonthHasData      PIC X OCCURS 13 TIMES.

      * categories in rows 1 to 7 (CategoryMatrix order), stores
      * after them
       01 KeyTable.
           02 KeyEntry          OCCURS 60 TIMES INDEXED BY KeyIdx.
              03 KeyKind        PIC X.
                 88 CategoryKey VALUE "C".
                 88 StoreKey    VALUE "S".
              03 KeyName        PIC X(20).
              03 KeyAmount      PIC S9(7)V99 OCCURS 13 TIMES.
       01 KeyCount              PIC 9(2) VALUE ZERO.
       01 CatIdx                PIC 9(2).

       01 CategoryNameList.
           02 FILLER            PIC X(8) VALUE "Snack".
           02 FILLER            PIC X(8) VALUE "Protein".
           02 FILLER            PIC X(8) VALUE "Carb".
           02 FILLER            PIC X(8) VALUE "Drink".
           02 FILLER            PIC X(8) VALUE "Green".
           02 FILLER            PIC X(8) VALUE "Sauce".
           02 FILLER            PIC X(8) VALUE "Other".
       01 CategoryNameTable REDEFINES CategoryNameList.
           02 CategoryName      PIC X(8) OCCURS 7 TIMES.

      * the target month's receipts, kept to name the drivers
       01 TargetLineTable.
           02 TargetLine        OCCURS 2000 TIMES INDEXED BY TgtIdx.
              03 TgtKey         PIC 9(2).
              03 TgtNr          PIC 9(5).
              03 TgtDate        PIC 9(8).
              03 TgtText        PIC X(30).
              03 TgtValue       PIC S9(6)V99.
              03 TgtUsed        PIC X.
       01 TargetLineCount       PIC 9(4) VALUE ZERO.
       01 BestIdx               PIC 9(4).
       01 BestValue             PIC S9(6)V99.
       01 DriverCount           PIC 9.

       01 HistMonths            PIC 9(2).
       01 HistSum               PIC S9(9)V99.
       01 HistMean              PIC S9(7)V99.
       01 SquareSum             PIC 9(15)V99.
       01 HistSpread            PIC 9(7)V99.
       01 SpreadFloor           PIC 9(7)V99.
       01 Deviation             PIC S9(3)V9.
       01 AbsDeviation          PIC 9(3)V9.
       01 SlotIdx               PIC 9(2).
       01 FlaggedCount          PIC 9(3) VALUE ZERO.
       01 CategoryFlagged       PIC 9(3) VALUE ZERO.
       01 AlertCount            PIC 9(3) VALUE ZERO.
       01 ShortHistCount        PIC 9(3) VALUE ZERO.
       01 AlertsAllowed         PIC X.

       01 ReportHeading.
           02 FILLER            PIC X(28)
              VALUE "Spending anomalies for ".
           02 PrnHeadMonth      PIC 9(6).
           02 FILLER            PIC X(19) VALUE "  report threshold ".
           02 PrnHeadReport     PIC 9.9.
           02 FILLER            PIC X(9) VALUE ", alert ".
           02 PrnHeadAlert      PIC 9.9.
       01 SectionLine           PIC X(60).
       01 NoneLine              PIC X(12) VALUE "  (none)".
       01 Divider               PIC X(90) VALUE ALL "*".
       01 AnomalyColumns.
           02 FILLER            PIC X(23) VALUE "  Name".
           02 FILLER            PIC X(12) VALUE "  This month".
           02 FILLER            PIC X(12) VALUE "   12-mo avg".
           02 FILLER            PIC X(11) VALUE "     Spread".
           02 FILLER            PIC X(10) VALUE "   Spreads".
       01 AnomalyLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnKeyName        PIC X(20).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnThisMonth      PIC ZZZZZZ9.99-.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnMean           PIC ZZZZZZ9.99-.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnSpread         PIC ZZZZZZ9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnDeviation      PIC ZZ9.9-.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnDirection      PIC X(6).
           02 PrnAlerted        PIC X(8).
       01 DriverLine.
           02 FILLER            PIC X(8) VALUE "    RNr ".
           02 PrnDrvNr          PIC 9(5).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnDrvDate        PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnDrvText        PIC X(30).
           02 PrnDrvValue       PIC ZZZZZ9.99-.
       01 ShortHistLine.
           02 FILLER            PIC X(40)
              VALUE "Too little history to judge (months < ".
           02 PrnMinMonths      PIC Z9.
           02 FILLER            PIC X(3) VALUE "): ".
           02 PrnShortCount     PIC ZZ9.

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM LoadAnomalySettings
           DISPLAY "1 = Anomaly report   2 = Thresholds"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN ReportMode   PERFORM RunAnomalyReport
              WHEN SettingsMode PERFORM EditAnomalySettings
              WHEN OTHER        DISPLAY "Unknown mode"
           END-EVALUATE
           GOBACK.

       LoadAnomalySettings.
           OPEN INPUT AnomalySettings
           IF AnomalySettingsStatus = "00"
              READ AnomalySettings
                 AT END PERFORM SeedDefaultSettings
              END-READ
              CLOSE AnomalySettings
           ELSE
              PERFORM SeedDefaultSettings
              PERFORM SaveAnomalySettings
           END-IF.

       SeedDefaultSettings.
           MOVE 2.0 TO AnReportSpread
           MOVE 3.0 TO AnAlertSpread
           MOVE 3 TO AnMinMonths
           MOVE ZEROES TO AnLastAlerted.

       SaveAnomalySettings.
           OPEN OUTPUT AnomalySettings
           WRITE AnomalySettingsRecord
           CLOSE AnomalySettings.

       EditAnomalySettings.
           DISPLAY "Current: report beyond " AnReportSpread
              " spreads, alert beyond " AnAlertSpread
              ", at least " AnMinMonths " months of history"
           DISPLAY "Report threshold in spreads (Enter = keep)"
           ACCEPT InputWS
           IF InputWS NOT = SPACES
              CALL "CheckNumber" USING InputWS, NumValue, NumOk
              IF NumOk = "Y" AND NumValue > ZERO AND NumValue < 10
                 MOVE NumValue TO AnReportSpread
              END-IF
           END-IF
           DISPLAY "Alert threshold in spreads (Enter = keep)"
           ACCEPT InputWS
           IF InputWS NOT = SPACES
              CALL "CheckNumber" USING InputWS, NumValue, NumOk
              IF NumOk = "Y" AND NumValue > ZERO AND NumValue < 10
                 MOVE NumValue TO AnAlertSpread
              END-IF
           END-IF
           DISPLAY "Minimum months of history (Enter = keep)"
           ACCEPT InputWS
           IF InputWS NOT = SPACES
              CALL "CheckNumber" USING InputWS, NumValue, NumOk
              IF NumOk = "Y" AND NumValue > 1 AND NumValue <= 12
                 MOVE NumValue TO AnMinMonths
              END-IF
           END-IF
           PERFORM SaveAnomalySettings
           DISPLAY "Thresholds saved: report " AnReportSpread
              ", alert " AnAlertSpread ", months " AnMinMonths.

       RunAnomalyReport.
           ACCEPT ReceiptFileNameVar FROM ENVIRONMENT "RECEIPTFILE"
           IF ReceiptFileNameVar = SPACES
              MOVE "Receipts.dat" TO ReceiptFileNameVar
           END-IF
           CALL "CheckLayoutVersion" USING ReceiptFileNameVar,
              RcptLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run ReceiptMigrate before opening this file"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           ACCEPT TodayDateNum FROM DATE YYYYMMDD
           MOVE TodayDateNum(1:4) TO CurrentYear
      * the default is last month, the newest complete one
           DISPLAY "Month to check (YYYYMM, Enter = last month)"
           ACCEPT MonthInput
           IF MonthInput = SPACES
              MOVE TodayDateNum(1:6) TO TargetMonth
              IF TargetMon = 1
                 SUBTRACT 1 FROM TargetYear
                 MOVE 12 TO TargetMon
              ELSE
                 SUBTRACT 1 FROM TargetMon
              END-IF
           ELSE
              IF MonthInput NOT NUMERIC
                 DISPLAY "Enter the month as YYYYMM"
                 EXIT PARAGRAPH
              END-IF
              MOVE MonthInput TO TargetMonth
              IF TargetMon < 1 OR TargetMon > 12
                 DISPLAY "Enter the month as YYYYMM"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           COMPUTE TargetSerial = TargetYear * 12 + TargetMon
           PERFORM InitKeyTable

      * archived years from the one before the target year, then
      * the live file
           MOVE ReceiptFileNameVar TO LiveFileName
           COMPUTE ProbeYear = TargetYear - 1
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
           PERFORM ScanOneReceiptFile

           IF TargetMonth > AnLastAlerted
              MOVE "Y" TO AlertsAllowed
           ELSE
              MOVE "N" TO AlertsAllowed
           END-IF
           PERFORM WriteAnomalyReport
           IF AlertsAllowed = "Y" AND AlertCount > ZERO
              MOVE TargetMonth TO AnLastAlerted
              PERFORM SaveAnomalySettings
           END-IF
           DISPLAY FlaggedCount " anomal(ies), " AlertCount
              " alert(s) -- written to SpendAnomaly.rpt".

       InitKeyTable.
           MOVE SPACES TO MonthDataTable
           MOVE ZEROES TO KeyCount
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > 7
              ADD 1 TO KeyCount
              SET KeyIdx TO KeyCount
              MOVE "C" TO KeyKind(KeyIdx)
              MOVE CategoryName(CatIdx) TO KeyName(KeyIdx)
              PERFORM VARYING SlotIdx FROM 1 BY 1 UNTIL SlotIdx > 13
                 MOVE ZEROES TO KeyAmount(KeyIdx, SlotIdx)
              END-PERFORM
           END-PERFORM.

       ScanOneReceiptFile.
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
              IF NOT EndOfReceipt
                 IF RHeaderRecord
                    MOVE HdrDate(1:6) TO LineMonth
                 ELSE
                    MOVE RDate(1:6) TO LineMonth
                 END-IF
                 COMPUTE MonthOffset = TargetSerial
                    - (LineYear * 12 + LineMon)
                 IF MonthOffset >= 0 AND MonthOffset <= 12
                    COMPUTE MonthSlot = MonthOffset + 1
                    MOVE "Y" TO MonthHasData(MonthSlot)
                    IF RHeaderRecord
                       PERFORM TallyStoreSpend
                    ELSE
                       PERFORM TallyCategorySpend
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ReceiptFile
           MOVE SPACES TO ReceiptDetails.

       TallyCategorySpend.
           COMPUTE LineValue = RPrice * RAmount
           EVALUATE FUNCTION TRIM(RType)
              WHEN "Snack"   MOVE 1 TO CatIdx
              WHEN "Protein" MOVE 2 TO CatIdx
              WHEN "Carb"    MOVE 3 TO CatIdx
              WHEN "Drink"   MOVE 4 TO CatIdx
              WHEN "Green"   MOVE 5 TO CatIdx
              WHEN "Sauce"   MOVE 6 TO CatIdx
              WHEN OTHER     MOVE 7 TO CatIdx
           END-EVALUATE
           SET KeyIdx TO CatIdx
           ADD LineValue TO KeyAmount(KeyIdx, MonthSlot)
           IF MonthSlot = 1
              PERFORM KeepTargetLine
           END-IF.

       TallyStoreSpend.
           MOVE HdrTotal TO LineValue
           PERFORM VARYING KeyIdx FROM 8 BY 1
              UNTIL KeyIdx > KeyCount
              IF KeyName(KeyIdx) = HdrStore
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF KeyIdx > KeyCount
              IF KeyCount >= 60
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO KeyCount
              SET KeyIdx TO KeyCount
              MOVE "S" TO KeyKind(KeyIdx)
              MOVE HdrStore TO KeyName(KeyIdx)
              PERFORM VARYING SlotIdx FROM 1 BY 1 UNTIL SlotIdx > 13
                 MOVE ZEROES TO KeyAmount(KeyIdx, SlotIdx)
              END-PERFORM
           END-IF
           ADD LineValue TO KeyAmount(KeyIdx, MonthSlot)
           IF MonthSlot = 1
              PERFORM KeepTargetLine
           END-IF.

      * Item lines carry their name and store, headers the store
      * and line count, so a driver line reads on its own.
       KeepTargetLine.
           IF TargetLineCount >= 2000
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO TargetLineCount
           SET TgtIdx TO TargetLineCount
           SET TgtKey(TgtIdx) TO KeyIdx
           MOVE LineValue TO TgtValue(TgtIdx)
           MOVE "N" TO TgtUsed(TgtIdx)
           IF RHeaderRecord
              MOVE HdrNr TO TgtNr(TgtIdx)
              MOVE HdrDate TO TgtDate(TgtIdx)
              MOVE SPACES TO TgtText(TgtIdx)
              STRING "Receipt, " DELIMITED BY SIZE
                 HdrLineCount DELIMITED BY SIZE
                 " lines" DELIMITED BY SIZE
                 INTO TgtText(TgtIdx)
              END-STRING
           ELSE
              MOVE RNr TO TgtNr(TgtIdx)
              MOVE RDate TO TgtDate(TgtIdx)
              MOVE RName TO TgtText(TgtIdx)
           END-IF.

       WriteAnomalyReport.
           PERFORM StartProvenance
           OPEN OUTPUT AnomalyReport
           MOVE TargetMonth TO PrnHeadMonth
           MOVE AnReportSpread TO PrnHeadReport
           MOVE AnAlertSpread TO PrnHeadAlert
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE "Categories:" TO SectionLine
           WRITE PrintLine FROM SectionLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM AnomalyColumns AFTER ADVANCING 1 LINE
           MOVE ZEROES TO FlaggedCount
           PERFORM VARYING KeyIdx FROM 1 BY 1 UNTIL KeyIdx > 7
              PERFORM JudgeOneKey
           END-PERFORM
           IF FlaggedCount = ZERO
              WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
           END-IF
           MOVE FlaggedCount TO CategoryFlagged
           MOVE "Stores:" TO SectionLine
           WRITE PrintLine FROM SectionLine AFTER ADVANCING 2 LINES
           WRITE PrintLine FROM AnomalyColumns AFTER ADVANCING 1 LINE
           PERFORM VARYING KeyIdx FROM 8 BY 1 UNTIL KeyIdx > KeyCount
              PERFORM JudgeOneKey
           END-PERFORM
           IF FlaggedCount = CategoryFlagged
              WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
           END-IF
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE AnMinMonths TO PrnMinMonths
           MOVE ShortHistCount TO PrnShortCount
           WRITE PrintLine FROM ShortHistLine AFTER ADVANCING 1 LINE
           CLOSE AnomalyReport
           MOVE "SpendAnomaly.rpt" TO PvReportName
           PERFORM StampProvenance.

      * Mean and spread over the trailing months that hold data;
      * a category or store silent all year with nothing this
      * month is simply not there.
       JudgeOneKey.
           MOVE ZEROES TO HistMonths, HistSum
           PERFORM VARYING SlotIdx FROM 2 BY 1 UNTIL SlotIdx > 13
              IF MonthHasData(SlotIdx) = "Y"
                 ADD 1 TO HistMonths
                 ADD KeyAmount(KeyIdx, SlotIdx) TO HistSum
              END-IF
           END-PERFORM
           IF HistSum = ZERO AND KeyAmount(KeyIdx, 1) = ZERO
              EXIT PARAGRAPH
           END-IF
           IF HistMonths < AnMinMonths
              ADD 1 TO ShortHistCount
              EXIT PARAGRAPH
           END-IF
           COMPUTE HistMean ROUNDED = HistSum / HistMonths
           MOVE ZEROES TO SquareSum
           PERFORM VARYING SlotIdx FROM 2 BY 1 UNTIL SlotIdx > 13
              IF MonthHasData(SlotIdx) = "Y"
                 COMPUTE SquareSum = SquareSum
                    + (KeyAmount(KeyIdx, SlotIdx) - HistMean) ** 2
              END-IF
           END-PERFORM
           COMPUTE HistSpread ROUNDED =
              (SquareSum / HistMonths) ** 0.5
           IF HistMean > ZERO
              COMPUTE SpreadFloor ROUNDED = HistMean / 10
           ELSE
              COMPUTE SpreadFloor ROUNDED = HistMean / -10
           END-IF
           IF SpreadFloor < 1
              MOVE 1 TO SpreadFloor
           END-IF
           IF HistSpread < SpreadFloor
              MOVE SpreadFloor TO HistSpread
           END-IF
           COMPUTE Deviation ROUNDED =
              (KeyAmount(KeyIdx, 1) - HistMean) / HistSpread
              ON SIZE ERROR MOVE 999.9 TO Deviation
           END-COMPUTE
           IF KeyAmount(KeyIdx, 1) < HistMean AND Deviation > ZERO
              MOVE -999.9 TO Deviation
           END-IF
           MOVE Deviation TO AbsDeviation
           IF AbsDeviation < AnReportSpread
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO FlaggedCount
           MOVE KeyName(KeyIdx) TO PrnKeyName
           MOVE KeyAmount(KeyIdx, 1) TO PrnThisMonth
           MOVE HistMean TO PrnMean
           MOVE HistSpread TO PrnSpread
           MOVE Deviation TO PrnDeviation
           IF Deviation > ZERO
              MOVE "HIGH" TO PrnDirection
           ELSE
              MOVE "LOW" TO PrnDirection
           END-IF
           MOVE SPACES TO PrnAlerted
           IF AbsDeviation >= AnAlertSpread
              MOVE "ALERT" TO PrnAlerted
              IF AlertsAllowed = "Y"
                 PERFORM RaiseAnomalyAlert
              END-IF
           END-IF
           WRITE PrintLine FROM AnomalyLine AFTER ADVANCING 1 LINE
           PERFORM WriteDrivers.

      * The five largest receipts of the month behind the line.
       WriteDrivers.
           PERFORM VARYING DriverCount FROM 1 BY 1
              UNTIL DriverCount > 5
              MOVE ZEROES TO BestIdx
              PERFORM VARYING TgtIdx FROM 1 BY 1
                 UNTIL TgtIdx > TargetLineCount
                 IF TgtUsed(TgtIdx) = "N"
                    AND TgtKey(TgtIdx) = KeyIdx
                    AND (BestIdx = ZERO OR TgtValue(TgtIdx) > BestValue)
                    SET BestIdx TO TgtIdx
                    MOVE TgtValue(TgtIdx) TO BestValue
                 END-IF
              END-PERFORM
              IF BestIdx = ZERO
                 EXIT PERFORM
              END-IF
              SET TgtIdx TO BestIdx
              MOVE "Y" TO TgtUsed(TgtIdx)
              MOVE TgtNr(TgtIdx) TO PrnDrvNr
              MOVE TgtDate(TgtIdx) TO PrnDrvDate
              MOVE TgtText(TgtIdx) TO PrnDrvText
              MOVE TgtValue(TgtIdx) TO PrnDrvValue
              WRITE PrintLine FROM DriverLine AFTER ADVANCING 1 LINE
           END-PERFORM.

       RaiseAnomalyAlert.
           ADD 1 TO AlertCount
           MOVE "W" TO AlertSevWS
           MOVE SPACES TO AlertKeyWS, AlertMsgWS
           STRING FUNCTION TRIM(KeyName(KeyIdx)) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              TargetMonth DELIMITED BY SIZE
              INTO AlertKeyWS
           END-STRING
           STRING FUNCTION TRIM(KeyName(KeyIdx)) DELIMITED BY SIZE
              " spend " DELIMITED BY SIZE
              TargetMonth DELIMITED BY SIZE
              " is " DELIMITED BY SIZE
              PrnDirection DELIMITED BY SPACE
              ": " DELIMITED BY SIZE
              FUNCTION TRIM(PrnThisMonth) DELIMITED BY SIZE
              " vs avg " DELIMITED BY SIZE
              FUNCTION TRIM(PrnMean) DELIMITED BY SIZE
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
           MOVE "SpendAnomaly" TO AlProgram
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
           MOVE "SpendAnomaly" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "AnomalySettings.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
