       IDENTIFICATION DIVISION.
       PROGRAM-ID. BasketReport.
       AUTHOR. Andreas Richardsen.

      * Shopping behaviour from the receipt headers alone: for the
      * chosen year, one line per store and month with the number
      * of visits, the average basket (HdrTotal), the average items
      * per basket (HdrLineCount), the share of "just popping in"
      * visits (fewer than three lines) and the visits by weekday
      * through DayOfWeek. Each store closes with what its top-up
      * trips cost against its bigger shops, and the report ends
      * with the household-wide split -- the answer to whether the
      * many small trips cost more than the planned weekly shop,
      * and which store they go to. Pure-return receipts (total
      * zero or below) are not visits. A past year is read from its
      * Receipts.<year>.dat archive and then from Receipts.dat, which
      * keeps whatever was keyed for that year after the archive run;
      * a year with no archive is read from the live file alone.
      * Written to BasketReport.rpt.
      * BasketReport.rpt ends with the ReportProvenance block: operator,
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

           SELECT BasketRpt ASSIGN TO "BasketReport.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ReceiptFile.
       COPY "RCPTREC.cpy".

       FD BasketRpt.
       01 PrintLine             PIC X(100).

       WORKING-STORAGE SECTION.
       01 ReceiptFileNameVar    PIC X(60) VALUE "Receipts.dat".
       01 LiveReceiptName       PIC X(60).
       01 ArchiveReceiptName    PIC X(60).
       01 RcptLayoutGen         PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 ReceiptFileStatus     PIC XX.
       01 RRecNr                PIC 9(5).
       01 TodayDateNum          PIC 9(8).
       01 ReportYear            PIC 9(4).
       01 HdrMonth              PIC 99.
       01 DowNumber             PIC 9.
       01 DowName               PIC X(9).
       01 IsoWeekNumber         PIC 9(2).
       01 DateArg               PIC X(8).
      * a basket of fewer lines than this is a top-up trip
       01 SmallBasketLines      PIC 9(3) VALUE 3.

       01 StoreTable.
           02 StoreEntry        OCCURS 30 TIMES INDEXED BY StoIdx.
              03 StoName        PIC X(20).
              03 StoMonth       OCCURS 12 TIMES INDEXED BY MonIdx.
                 04 SmVisits    PIC 9(4).
                 04 SmSpend     PIC 9(7)V99.
                 04 SmItems     PIC 9(6).
                 04 SmSmall     PIC 9(4).
                 04 SmSmallKr   PIC 9(7)V99.
                 04 SmDow       PIC 9(3) OCCURS 7 TIMES.
       01 StoreCount            PIC 9(2) VALUE ZERO.
       01 DowIdx                PIC 9.

       01 StoreVisits           PIC 9(5).
       01 StoreSmall            PIC 9(5).
       01 StoreSmallKr          PIC 9(8)V99.
       01 StoreSpend            PIC 9(8)V99.
       01 AllSmall              PIC 9(5) VALUE ZERO.
       01 AllSmallKr            PIC 9(8)V99 VALUE ZERO.
       01 AllLarge              PIC 9(5) VALUE ZERO.
       01 AllLargeKr            PIC 9(8)V99 VALUE ZERO.
       01 VisitCount            PIC 9(5) VALUE ZERO.
       01 AvgWS                 PIC 9(6)V99.
       01 SplitVisits           PIC 9(5).
       01 SplitKr               PIC 9(8)V99.

       01 ReportHeading.
           02 FILLER            PIC X(34)
              VALUE "Store visits and baskets, year ".
           02 PrnHeadYear       PIC 9(4).
       01 ColumnHeading.
           02 FILLER            PIC X(26) VALUE "  Month".
           02 FILLER            PIC X(7) VALUE " Visits".
           02 FILLER            PIC X(11) VALUE "  Avg kr".
           02 FILLER            PIC X(9) VALUE "Avg items".
           02 FILLER            PIC X(8) VALUE "  Top-up".
           02 FILLER            PIC X(28)
              VALUE "  Mo  Tu  We  Th  Fr  Sa  Su".
       01 StoreHeadLine.
           02 FILLER            PIC X(3) VALUE "-- ".
           02 PrnStoreName      PIC X(20).
       01 MonthLine.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrnMonth          PIC 99.
           02 FILLER            PIC X(20) VALUE SPACES.
           02 PrnVisits         PIC ZZZZZ9.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnAvgBasket      PIC ZZZZZ9.99.
           02 FILLER            PIC X(3) VALUE SPACES.
           02 PrnAvgItems       PIC ZZZ9.9.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrnSmallPct       PIC ZZ9.
           02 FILLER            PIC X VALUE "%".
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnDowCell        OCCURS 7 TIMES.
              03 PrnDow         PIC ZZZ9.
       01 SplitLine.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrnSplitText      PIC X(22).
           02 PrnSplitVisits    PIC ZZZZ9.
           02 FILLER            PIC X(9) VALUE " visits, ".
           02 PrnSplitKr        PIC ZZZZZZZ9.99.
           02 FILLER            PIC X(8) VALUE " kr, avg".
           02 PrnSplitAvg       PIC ZZZZZ9.99.
       01 NoneLine              PIC X(12) VALUE "  (none)".
       01 Divider               PIC X(100) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT ReceiptFileNameVar FROM ENVIRONMENT "RECEIPTFILE"
           IF ReceiptFileNameVar = SPACES
              MOVE "Receipts.dat" TO ReceiptFileNameVar
           END-IF
           CALL "CheckLayoutVersion" USING ReceiptFileNameVar,
              RcptLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run ReceiptMigrate before opening this file"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT TodayDateNum FROM DATE YYYYMMDD
           MOVE ZEROES TO ReportYear
           PERFORM UNTIL ReportYear >= 1900 AND ReportYear <= 2099
              DISPLAY "Year for the report (YYYY, Enter = this year)"
              ACCEPT ReportYear
              IF ReportYear = ZERO
                 MOVE TodayDateNum(1:4) TO ReportYear
              END-IF
              IF ReportYear < 1900 OR ReportYear > 2099
                 DISPLAY "Invalid year -- enter a 4-digit year"
              END-IF
           END-PERFORM
           MOVE ReceiptFileNameVar TO LiveReceiptName
           MOVE SPACES TO ArchiveReceiptName
           IF ReportYear < TodayDateNum(1:4)
              STRING "Receipts." DELIMITED BY SIZE
                 ReportYear DELIMITED BY SIZE
                 ".dat" DELIMITED BY SIZE
                 INTO ArchiveReceiptName
              END-STRING
              MOVE ArchiveReceiptName TO ReceiptFileNameVar
              PERFORM ScanReceiptFile
           END-IF
           MOVE LiveReceiptName TO ReceiptFileNameVar
           PERFORM ScanReceiptFile

           PERFORM WriteBasketReport
           DISPLAY "Report written to BasketReport.rpt (" VisitCount
              " visits, " StoreCount " stores)"
           GOBACK.

      * One receipt file's headers for the year; a file that is not
      * there adds nothing.
       ScanReceiptFile.
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
              IF NOT EndOfReceipt AND RHeaderRecord
                 AND HdrDate(1:4) = ReportYear
                 AND HdrTotal > ZERO
                 PERFORM TallyVisit
              END-IF
           END-PERFORM
           CLOSE ReceiptFile.

       TallyVisit.
           PERFORM VARYING StoIdx FROM 1 BY 1
              UNTIL StoIdx > StoreCount
              IF StoName(StoIdx) = HdrStore
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF StoIdx > StoreCount
              IF StoreCount >= 30
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO StoreCount
              SET StoIdx TO StoreCount
              INITIALIZE StoreEntry(StoIdx)
              MOVE HdrStore TO StoName(StoIdx)
           END-IF
           MOVE HdrDate(5:2) TO HdrMonth
           IF HdrMonth < 1 OR HdrMonth > 12
              EXIT PARAGRAPH
           END-IF
           SET MonIdx TO HdrMonth
           ADD 1 TO VisitCount
           ADD 1 TO SmVisits(StoIdx, MonIdx)
           ADD HdrTotal TO SmSpend(StoIdx, MonIdx)
           ADD HdrLineCount TO SmItems(StoIdx, MonIdx)
           IF HdrLineCount < SmallBasketLines
              ADD 1 TO SmSmall(StoIdx, MonIdx)
              ADD HdrTotal TO SmSmallKr(StoIdx, MonIdx)
           END-IF
           MOVE HdrDate TO DateArg
           CALL "DayOfWeek" USING DateArg, DowNumber, DowName,
              IsoWeekNumber
           IF DowNumber >= 1 AND DowNumber <= 7
              ADD 1 TO SmDow(StoIdx, MonIdx, DowNumber)
           END-IF.

       WriteBasketReport.
           PERFORM StartProvenance
           OPEN OUTPUT BasketRpt
           MOVE ReportYear TO PrnHeadYear
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM ColumnHeading AFTER ADVANCING 1 LINE
           IF StoreCount = ZERO
              WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
           END-IF
           PERFORM VARYING StoIdx FROM 1 BY 1
              UNTIL StoIdx > StoreCount
              PERFORM WriteOneStore
           END-PERFORM
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE "All stores, top-up:" TO PrnSplitText
           MOVE AllSmall TO SplitVisits
           MOVE AllSmallKr TO SplitKr
           PERFORM WriteSplitLine
           MOVE "All stores, bigger:" TO PrnSplitText
           MOVE AllLarge TO SplitVisits
           MOVE AllLargeKr TO SplitKr
           PERFORM WriteSplitLine
           CLOSE BasketRpt
           MOVE "BasketReport.rpt" TO PvReportName
           PERFORM StampProvenance.

       WriteOneStore.
           MOVE StoName(StoIdx) TO PrnStoreName
           WRITE PrintLine FROM StoreHeadLine AFTER ADVANCING 2 LINES
           MOVE ZEROES TO StoreVisits, StoreSmall, StoreSmallKr,
              StoreSpend
           PERFORM VARYING MonIdx FROM 1 BY 1 UNTIL MonIdx > 12
              IF SmVisits(StoIdx, MonIdx) > ZERO
                 PERFORM WriteMonthLine
              END-IF
           END-PERFORM
           MOVE "Top-up trips:" TO PrnSplitText
           MOVE StoreSmall TO SplitVisits
           MOVE StoreSmallKr TO SplitKr
           PERFORM WriteSplitLine
           MOVE "Bigger shops:" TO PrnSplitText
           COMPUTE SplitVisits = StoreVisits - StoreSmall
           COMPUTE SplitKr = StoreSpend - StoreSmallKr
           PERFORM WriteSplitLine
           ADD StoreSmall TO AllSmall
           ADD StoreSmallKr TO AllSmallKr
           ADD SplitVisits TO AllLarge
           ADD SplitKr TO AllLargeKr.

       WriteMonthLine.
           ADD SmVisits(StoIdx, MonIdx) TO StoreVisits
           ADD SmSmall(StoIdx, MonIdx) TO StoreSmall
           ADD SmSmallKr(StoIdx, MonIdx) TO StoreSmallKr
           ADD SmSpend(StoIdx, MonIdx) TO StoreSpend
           SET HdrMonth TO MonIdx
           MOVE HdrMonth TO PrnMonth
           MOVE SmVisits(StoIdx, MonIdx) TO PrnVisits
           COMPUTE AvgWS ROUNDED =
              SmSpend(StoIdx, MonIdx) / SmVisits(StoIdx, MonIdx)
           MOVE AvgWS TO PrnAvgBasket
           COMPUTE PrnAvgItems ROUNDED =
              SmItems(StoIdx, MonIdx) / SmVisits(StoIdx, MonIdx)
           COMPUTE PrnSmallPct ROUNDED =
              SmSmall(StoIdx, MonIdx) * 100 / SmVisits(StoIdx, MonIdx)
           PERFORM VARYING DowIdx FROM 1 BY 1 UNTIL DowIdx > 7
              MOVE SmDow(StoIdx, MonIdx, DowIdx) TO PrnDow(DowIdx)
           END-PERFORM
           WRITE PrintLine FROM MonthLine AFTER ADVANCING 1 LINE.

       WriteSplitLine.
           MOVE SplitVisits TO PrnSplitVisits
           MOVE SplitKr TO PrnSplitKr
           MOVE ZEROES TO AvgWS
           IF SplitVisits > ZERO
              COMPUTE AvgWS ROUNDED = SplitKr / SplitVisits
           END-IF
           MOVE AvgWS TO PrnSplitAvg
           WRITE PrintLine FROM SplitLine AFTER ADVANCING 1 LINE.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "BasketReport" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           IF ArchiveReceiptName NOT = SPACES
              MOVE ArchiveReceiptName TO PvInputName
              MOVE "R" TO PvInputKind
              PERFORM AddProvenanceInput
           END-IF
           MOVE LiveReceiptName TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
