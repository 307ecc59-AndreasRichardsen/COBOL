       IDENTIFICATION DIVISION.
       PROGRAM-ID. UnitPriceReport.
       AUTHOR. Andreas Richardsen.

      * The price per kilo behind the price per pack. Every receipt
      * line whose item name has a pack size in PantryPacks.dat
      * (grams per purchased unit, effective-dated, so the purchase
      * date picks the size that was on the shelf; liquids are kept
      * in millilitres and read as per litre) is turned into kroner
      * per kilo. The first section compares stores item by item:
      * purchases, average, lowest and latest per-kilo price, the
      * cheapest store marked. The second section is the
      * shrinkflation list: every purchase where the pack size
      * changed from the previous purchase of the item while the
      * per-kilo price held or rose. Returns are skipped and the
      * archived years are read through oldest first, the way
      * PriceHistoryReport does it. Written to UnitPrice.rpt.
      * UnitPrice.rpt ends with the ReportProvenance block: operator,
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

           SELECT PantryPacks ASSIGN TO "PantryPacks.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PantryPacksStatus.

           SELECT UnitReport ASSIGN TO "UnitPrice.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ReceiptFile.
       COPY "RCPTREC.cpy".

       FD PantryPacks.
       01 PantryPackRecord.
           88 EndOfPantryPacks  VALUE HIGH-VALUES.
           02 PkReceiptName     PIC X(30).
           02 PkGramsPerUnit    PIC 9(5).
           02 PkFromDate        PIC 9(8).

       FD UnitReport.
       01 PrintLine             PIC X(90).

       WORKING-STORAGE SECTION.
       01 ReceiptFileNameVar    PIC X(60) VALUE "Receipts.dat".
       01 LiveFileName          PIC X(60).
       01 ProbeYear             PIC 9(4).
       01 CurrentYear           PIC 9(4).
       01 TodayDateNum          PIC 9(8).
       01 RcptLayoutGen         PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 ReceiptFileStatus     PIC XX.
       01 PantryPacksStatus     PIC XX.
       01 RRecNr                PIC 9(5).

       01 PackTable.
           02 PackEntry         OCCURS 200 TIMES INDEXED BY PakIdx.
              03 PkName         PIC X(30).
              03 PkGrams        PIC 9(5).
              03 PkFrom         PIC 9(8).
       01 PackCount             PIC 9(3) VALUE ZERO.

      * one row per item and store
       01 StoreStatTable.
           02 StoreStatEntry    OCCURS 400 TIMES INDEXED BY StsIdx,
              ScanIdx.
              03 StsItem        PIC X(30).
              03 StsStore       PIC X(20).
              03 StsBuys        PIC 9(4).
              03 StsSumPerKg    PIC 9(8)V99.
              03 StsMinPerKg    PIC 9(6)V99.
              03 StsLastPerKg   PIC 9(6)V99.
       01 StoreStatCount        PIC 9(3) VALUE ZERO.

      * the previous purchase of each item, for the size check
       01 ItemTrackTable.
           02 ItemTrackEntry    OCCURS 200 TIMES INDEXED BY TrkIdx.
              03 TrkItem        PIC X(30).
              03 TrkGrams       PIC 9(5).
              03 TrkPerKg       PIC 9(6)V99.
       01 ItemTrackCount        PIC 9(3) VALUE ZERO.

       01 ShrinkTable.
           02 ShrinkEntry       OCCURS 100 TIMES INDEXED BY ShrIdx.
              03 ShrItem        PIC X(30).
              03 ShrDate        PIC 9(8).
              03 ShrOldGrams    PIC 9(5).
              03 ShrNewGrams    PIC 9(5).
              03 ShrOldPerKg    PIC 9(6)V99.
              03 ShrNewPerKg    PIC 9(6)V99.
       01 ShrinkCount           PIC 9(3) VALUE ZERO.

       01 PackGramsWS           PIC 9(5).
       01 PackFromWS            PIC 9(8).
       01 PerKgWS               PIC 9(6)V99.
       01 AvgPerKg              PIC 9(6)V99.
       01 BestAvgPerKg          PIC 9(6)V99.
       01 CurrItem              PIC X(30).
       01 LinesPriced           PIC 9(6) VALUE ZERO.

       01 ReportHeading         PIC X(60)
           VALUE "Unit prices per kilo/litre and pack-size changes".
       01 SectionLine           PIC X(60).
       01 NoneLine              PIC X(12) VALUE "  (none)".
       01 Divider               PIC X(90) VALUE ALL "*".
       01 ItemHeadLine.
           02 PrnItemHead       PIC X(30).
       01 StoreColumns.
           02 FILLER            PIC X(24) VALUE "    Store".
           02 FILLER            PIC X(6) VALUE "  Buys".
           02 FILLER            PIC X(12) VALUE "  Avg kr/kg".
           02 FILLER            PIC X(12) VALUE "  Low kr/kg".
           02 FILLER            PIC X(12) VALUE " Last kr/kg".
       01 StoreLine.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrnStore          PIC X(20).
           02 PrnBuys           PIC ZZZZZ9.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnAvgPerKg       PIC ZZZZZ9.99.
           02 FILLER            PIC X(3) VALUE SPACES.
           02 PrnMinPerKg       PIC ZZZZZ9.99.
           02 FILLER            PIC X(3) VALUE SPACES.
           02 PrnLastPerKg      PIC ZZZZZ9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnCheapest       PIC X(10).
       01 ShrinkLine.
           02 PrnShrItem        PIC X(30).
           02 PrnShrDate        PIC 9(8).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnShrOldGrams    PIC ZZZZ9.
           02 FILLER            PIC X(4) VALUE " -> ".
           02 PrnShrNewGrams    PIC ZZZZ9.
           02 FILLER            PIC X(3) VALUE " g ".
           02 PrnShrOldPerKg    PIC ZZZZZ9.99.
           02 FILLER            PIC X(4) VALUE " -> ".
           02 PrnShrNewPerKg    PIC ZZZZZ9.99.
           02 FILLER            PIC X(6) VALUE " kr/kg".

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
           PERFORM LoadPacks
           IF PackCount = ZERO
              DISPLAY "PantryPacks.dat has no pack sizes -- maintain "
                 "them in PantryLedger first"
              GOBACK
           END-IF

      * archived years first (oldest to newest), then the live file
           ACCEPT TodayDateNum FROM DATE YYYYMMDD
           MOVE TodayDateNum(1:4) TO CurrentYear
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
           PERFORM ScanOneReceiptFile

           PERFORM WriteUnitReport
           DISPLAY "Report written to UnitPrice.rpt (" LinesPriced
              " lines priced, " ShrinkCount " size changes)"
           GOBACK.

       LoadPacks.
           MOVE ZEROES TO PackCount
           OPEN INPUT PantryPacks
           IF PantryPacksStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ PantryPacks
              AT END SET EndOfPantryPacks TO TRUE
           END-READ
           PERFORM UNTIL EndOfPantryPacks OR PackCount >= 200
              ADD 1 TO PackCount
              SET PakIdx TO PackCount
              MOVE PkReceiptName TO PkName(PakIdx)
              MOVE PkGramsPerUnit TO PkGrams(PakIdx)
              IF PkFromDate IS NUMERIC
                 MOVE PkFromDate TO PkFrom(PakIdx)
              ELSE
                 MOVE ZEROES TO PkFrom(PakIdx)
              END-IF
              READ PantryPacks
                 AT END SET EndOfPantryPacks TO TRUE
              END-READ
           END-PERFORM
           CLOSE PantryPacks.

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
              IF NOT EndOfReceipt AND NOT RHeaderRecord
                 AND RAmount > ZERO
                 PERFORM PriceOneLine
              END-IF
           END-PERFORM
           CLOSE ReceiptFile
           MOVE SPACES TO ReceiptDetails.

      * The pack row in force on the purchase date: the latest
      * PkFrom not after RDate.
       PriceOneLine.
           MOVE ZEROES TO PackGramsWS, PackFromWS
           PERFORM VARYING PakIdx FROM 1 BY 1
              UNTIL PakIdx > PackCount
              IF PkName(PakIdx) = RName
                 AND PkFrom(PakIdx) <= RDate
                 AND PkFrom(PakIdx) >= PackFromWS
                 MOVE PkGrams(PakIdx) TO PackGramsWS
                 MOVE PkFrom(PakIdx) TO PackFromWS
              END-IF
           END-PERFORM
           IF PackGramsWS = ZERO
              EXIT PARAGRAPH
           END-IF
           COMPUTE PerKgWS ROUNDED = RPrice * 1000 / PackGramsWS
           ADD 1 TO LinesPriced
           PERFORM TallyStoreStat
           PERFORM CheckPackChange.

       TallyStoreStat.
           PERFORM VARYING StsIdx FROM 1 BY 1
              UNTIL StsIdx > StoreStatCount
              IF StsItem(StsIdx) = RName AND StsStore(StsIdx) = RStore
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF StsIdx > StoreStatCount
              IF StoreStatCount >= 400
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO StoreStatCount
              SET StsIdx TO StoreStatCount
              MOVE RName TO StsItem(StsIdx)
              MOVE RStore TO StsStore(StsIdx)
              MOVE ZEROES TO StsBuys(StsIdx), StsSumPerKg(StsIdx)
              MOVE PerKgWS TO StsMinPerKg(StsIdx)
           END-IF
           ADD 1 TO StsBuys(StsIdx)
           ADD PerKgWS TO StsSumPerKg(StsIdx)
           IF PerKgWS < StsMinPerKg(StsIdx)
              MOVE PerKgWS TO StsMinPerKg(StsIdx)
           END-IF
           MOVE PerKgWS TO StsLastPerKg(StsIdx).

      * A smaller (or bigger) pack at a per-kilo price that did not
      * fall is a price rise the shelf label never showed.
       CheckPackChange.
           PERFORM VARYING TrkIdx FROM 1 BY 1
              UNTIL TrkIdx > ItemTrackCount
              IF TrkItem(TrkIdx) = RName
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF TrkIdx > ItemTrackCount
              IF ItemTrackCount >= 200
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO ItemTrackCount
              SET TrkIdx TO ItemTrackCount
              MOVE RName TO TrkItem(TrkIdx)
           ELSE
              IF PackGramsWS NOT = TrkGrams(TrkIdx)
                 AND PerKgWS >= TrkPerKg(TrkIdx)
                 AND ShrinkCount < 100
                 ADD 1 TO ShrinkCount
                 SET ShrIdx TO ShrinkCount
                 MOVE RName TO ShrItem(ShrIdx)
                 MOVE RDate TO ShrDate(ShrIdx)
                 MOVE TrkGrams(TrkIdx) TO ShrOldGrams(ShrIdx)
                 MOVE PackGramsWS TO ShrNewGrams(ShrIdx)
                 MOVE TrkPerKg(TrkIdx) TO ShrOldPerKg(ShrIdx)
                 MOVE PerKgWS TO ShrNewPerKg(ShrIdx)
              END-IF
           END-IF
           MOVE PackGramsWS TO TrkGrams(TrkIdx)
           MOVE PerKgWS TO TrkPerKg(TrkIdx).

       WriteUnitReport.
           PERFORM StartProvenance
           OPEN OUTPUT UnitReport
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE "Store comparison per item:" TO SectionLine
           WRITE PrintLine FROM SectionLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM StoreColumns AFTER ADVANCING 1 LINE
           IF StoreStatCount = ZERO
              WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
           END-IF
           PERFORM VARYING ScanIdx FROM 1 BY 1
              UNTIL ScanIdx > StoreStatCount
              IF StsItem(ScanIdx) NOT = HIGH-VALUES
                 MOVE StsItem(ScanIdx) TO CurrItem
                 PERFORM WriteItemBlock
              END-IF
           END-PERFORM
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE "Pack size changed, price per kilo held or rose:"
              TO SectionLine
           WRITE PrintLine FROM SectionLine AFTER ADVANCING 1 LINE
           IF ShrinkCount = ZERO
              WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
           END-IF
           PERFORM VARYING ShrIdx FROM 1 BY 1
              UNTIL ShrIdx > ShrinkCount
              MOVE ShrItem(ShrIdx) TO PrnShrItem
              MOVE ShrDate(ShrIdx) TO PrnShrDate
              MOVE ShrOldGrams(ShrIdx) TO PrnShrOldGrams
              MOVE ShrNewGrams(ShrIdx) TO PrnShrNewGrams
              MOVE ShrOldPerKg(ShrIdx) TO PrnShrOldPerKg
              MOVE ShrNewPerKg(ShrIdx) TO PrnShrNewPerKg
              WRITE PrintLine FROM ShrinkLine AFTER ADVANCING 1 LINE
           END-PERFORM
           CLOSE UnitReport
           MOVE "UnitPrice.rpt" TO PvReportName
           PERFORM StampProvenance.

      * Every store row for CurrItem, the lowest average marked;
      * printed rows are blanked out so the outer loop skips them.
       WriteItemBlock.
           MOVE ZEROES TO BestAvgPerKg
           PERFORM VARYING StsIdx FROM 1 BY 1
              UNTIL StsIdx > StoreStatCount
              IF StsItem(StsIdx) = CurrItem
                 COMPUTE AvgPerKg ROUNDED =
                    StsSumPerKg(StsIdx) / StsBuys(StsIdx)
                 IF BestAvgPerKg = ZERO OR AvgPerKg < BestAvgPerKg
                    MOVE AvgPerKg TO BestAvgPerKg
                 END-IF
              END-IF
           END-PERFORM
           MOVE CurrItem TO PrnItemHead
           WRITE PrintLine FROM ItemHeadLine AFTER ADVANCING 1 LINE
           PERFORM VARYING StsIdx FROM 1 BY 1
              UNTIL StsIdx > StoreStatCount
              IF StsItem(StsIdx) = CurrItem
                 COMPUTE AvgPerKg ROUNDED =
                    StsSumPerKg(StsIdx) / StsBuys(StsIdx)
                 MOVE StsStore(StsIdx) TO PrnStore
                 MOVE StsBuys(StsIdx) TO PrnBuys
                 MOVE AvgPerKg TO PrnAvgPerKg
                 MOVE StsMinPerKg(StsIdx) TO PrnMinPerKg
                 MOVE StsLastPerKg(StsIdx) TO PrnLastPerKg
                 IF AvgPerKg = BestAvgPerKg
                    MOVE "cheapest" TO PrnCheapest
                 ELSE
                    MOVE SPACES TO PrnCheapest
                 END-IF
                 WRITE PrintLine FROM StoreLine AFTER ADVANCING 1 LINE
                 MOVE HIGH-VALUES TO StsItem(StsIdx)
              END-IF
           END-PERFORM.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "UnitPriceReport" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "PantryPacks.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
