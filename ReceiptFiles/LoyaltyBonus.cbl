       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoyaltyBonus.
       AUTHOR. Andreas Richardsen.

      * Is the chain's bonus payout right? LoyaltySchemes.dat maps
      * each HdrStore to its scheme (Trumf, Coop and the like) with
      * the bonus percentage earned there and how often the scheme
      * pays out (Q quarterly, Y yearly); several stores can belong
      * to one scheme at different percentages. Mode 1 adds or
      * changes a store's scheme, mode 2 records a payout actually
      * received. Mode 3 accrues the expected bonus for a chosen
      * year from the receipt headers -- HdrTotal is net of returns,
      * so a refund header reduces it -- per scheme and payout
      * period, sets it against the payouts recorded for the same
      * period and writes the difference to LoyaltyBonus.rpt, so a
      * payout that never came shows up as a gap. A year already
      * archived by YearEndArchive is read from Receipts.<year>.dat
      * first and then from Receipts.dat, so a closed year accrues on
      * every receipt it had.
      * LoyaltyBonus.rpt ends with the ReportProvenance block: operator,
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

           SELECT SchemeFile ASSIGN TO "LoyaltySchemes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SchemeFileStatus.

           SELECT PayoutFile ASSIGN TO "LoyaltyPayouts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PayoutFileStatus.

           SELECT BonusReport ASSIGN TO "LoyaltyBonus.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ReceiptFile.
       COPY "RCPTREC.cpy".

       FD SchemeFile.
       01 SchemeRecord.
           88 EndOfSchemeFile   VALUE HIGH-VALUES.
           02 LSStore           PIC X(20).
           02 LSScheme          PIC X(15).
           02 LSPct             PIC 99V99.
           02 LSFreq            PIC X.
              88 LSQuarterly    VALUE "Q".
              88 LSYearly       VALUE "Y".

       FD PayoutFile.
       01 PayoutRecord.
           88 EndOfPayoutFile   VALUE HIGH-VALUES.
           02 LPScheme          PIC X(15).
           02 LPYear            PIC 9(4).
      * 1-4 for a quarterly scheme, 0 for a yearly one
           02 LPQuarter         PIC 9.
           02 LPAmount          PIC 9(6)V99.
           02 LPDate            PIC 9(8).

       FD BonusReport.
       01 PrintLine             PIC X(75).

       WORKING-STORAGE SECTION.
       01 ReceiptFileNameVar    PIC X(60) VALUE "Receipts.dat".
       01 LiveReceiptName       PIC X(60).
       01 ArchiveReceiptName    PIC X(60).
       01 RcptLayoutGen         PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 ReceiptFileStatus     PIC XX.
       01 SchemeFileStatus      PIC XX.
       01 PayoutFileStatus      PIC XX.
       01 RRecNr                PIC 9(5).
       01 RunMode               PIC X.
           88 SchemeMode        VALUE "1".
           88 PayoutMode        VALUE "2".
           88 ReportMode        VALUE "3".

       01 StoreMapTable.
           02 StoreMapEntry     OCCURS 50 TIMES INDEXED BY MapIdx.
              03 MapStore       PIC X(20).
              03 MapScheme      PIC X(15).
              03 MapPct         PIC 99V99.
              03 MapFreq        PIC X.
       01 StoreMapCount         PIC 9(2) VALUE ZERO.

      * one row per scheme; quarterly schemes use slots 1-4, yearly
      * ones slot 1 only
       01 AccrualTable.
           02 AccrualEntry      OCCURS 20 TIMES INDEXED BY AccIdx.
              03 AccScheme      PIC X(15).
              03 AccFreq        PIC X.
              03 AccSlot        OCCURS 4 TIMES.
                 04 AccPurchase PIC S9(8)V99.
                 04 AccExpected PIC S9(6)V99.
                 04 AccPaid     PIC 9(6)V99.
       01 AccrualCount          PIC 9(2) VALUE ZERO.
       01 SlotIdx               PIC 9.
       01 SlotCount             PIC 9.

       01 TargetYear            PIC 9(4).
       01 HdrYear               PIC 9(4).
       01 HdrMonth              PIC 9(2).
       01 HeaderBonus           PIC S9(6)V99.
       01 SlotDiff              PIC S9(6)V99.
       01 InputWS               PIC X(12).
       01 NumValue              PIC S9(6)V99.
       01 NumOk                 PIC X.
       01 SchemeInput           PIC X(15).
       01 FreqInput             PIC X.
       01 StoreInput            PIC X(20).
       01 TodayDate             PIC 9(8).
       01 TotalGap              PIC S9(7)V99 VALUE ZERO.

       01 ReportHeading.
           02 FILLER            PIC X(30)
              VALUE "Loyalty bonus check, year ".
           02 PrnHeadYear       PIC 9(4).
       01 ColumnLine.
           02 FILLER            PIC X(16) VALUE "Scheme".
           02 FILLER            PIC X(7) VALUE "Period".
           02 FILLER            PIC X(12) VALUE "   Purchases".
           02 FILLER            PIC X(11) VALUE "   Expected".
           02 FILLER            PIC X(10) VALUE "      Paid".
           02 FILLER            PIC X(11) VALUE " Difference".
       01 DetailLine.
           02 PrnScheme         PIC X(15).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnPeriod         PIC X(7).
           02 PrnPurchase       PIC Z(7)9.99-.
           02 PrnExpected       PIC Z(6)9.99-.
           02 PrnPaid           PIC Z(6)9.99.
           02 PrnDiff           PIC Z(6)9.99-.
       01 PeriodText.
           02 PrnPerYear        PIC 9(4).
           02 PrnPerQ           PIC X(3).
       01 TotalLine.
           02 FILLER            PIC X(50)
              VALUE "Expected minus paid over the year:".
           02 PrnTotalGap       PIC Z(6)9.99-.
       01 Divider               PIC X(75) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           PERFORM LoadStoreMap
           DISPLAY "1 = Store scheme   2 = Record payout   "
              "3 = Bonus report"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN SchemeMode PERFORM EditStoreScheme
              WHEN PayoutMode PERFORM RecordPayout
              WHEN ReportMode PERFORM BonusReportRun
              WHEN OTHER      DISPLAY "Unknown mode"
           END-EVALUATE
           GOBACK.

       LoadStoreMap.
           MOVE ZEROES TO StoreMapCount
           OPEN INPUT SchemeFile
           IF SchemeFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ SchemeFile
              AT END SET EndOfSchemeFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSchemeFile OR StoreMapCount >= 50
              ADD 1 TO StoreMapCount
              SET MapIdx TO StoreMapCount
              MOVE LSStore TO MapStore(MapIdx)
              MOVE LSScheme TO MapScheme(MapIdx)
              MOVE LSPct TO MapPct(MapIdx)
              MOVE LSFreq TO MapFreq(MapIdx)
              READ SchemeFile
                 AT END SET EndOfSchemeFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE SchemeFile.

       SaveStoreMap.
           OPEN OUTPUT SchemeFile
           PERFORM VARYING MapIdx FROM 1 BY 1
              UNTIL MapIdx > StoreMapCount
              MOVE MapStore(MapIdx) TO LSStore
              MOVE MapScheme(MapIdx) TO LSScheme
              MOVE MapPct(MapIdx) TO LSPct
              MOVE MapFreq(MapIdx) TO LSFreq
              WRITE SchemeRecord
           END-PERFORM
           CLOSE SchemeFile.

       EditStoreScheme.
           PERFORM VARYING MapIdx FROM 1 BY 1
              UNTIL MapIdx > StoreMapCount
              DISPLAY MapStore(MapIdx) " " MapScheme(MapIdx) " "
                 MapPct(MapIdx) "% " MapFreq(MapIdx)
           END-PERFORM
           DISPLAY "Store (as on the receipt header)"
           ACCEPT StoreInput
           IF StoreInput = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MapIdx FROM 1 BY 1
              UNTIL MapIdx > StoreMapCount
              IF MapStore(MapIdx) = StoreInput
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF MapIdx > StoreMapCount
              IF StoreMapCount >= 50
                 DISPLAY "Scheme file full (50 stores)"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO StoreMapCount
              SET MapIdx TO StoreMapCount
              MOVE StoreInput TO MapStore(MapIdx)
           END-IF
           DISPLAY "Scheme name (Enter = remove the store)"
           ACCEPT SchemeInput
           IF SchemeInput = SPACES
              PERFORM RemoveStoreMap
              PERFORM SaveStoreMap
              DISPLAY StoreInput " removed from the schemes"
              EXIT PARAGRAPH
           END-IF
           MOVE SchemeInput TO MapScheme(MapIdx)
           DISPLAY "Bonus percentage at this store"
           MOVE "N" TO NumOk
           PERFORM UNTIL NumOk = "Y"
              ACCEPT InputWS
              CALL "CheckNumber" USING InputWS, NumValue, NumOk
              IF NumOk NOT = "Y" OR NumValue < ZERO
                 OR NumValue > 99
                 MOVE "N" TO NumOk
                 DISPLAY "Enter a percentage from 0 to 99"
              END-IF
           END-PERFORM
           MOVE NumValue TO MapPct(MapIdx)
           MOVE SPACE TO FreqInput
           PERFORM UNTIL FreqInput = "Q" OR "Y"
              DISPLAY "Payout frequency: Q = quarterly  Y = yearly"
              ACCEPT FreqInput
              MOVE FUNCTION UPPER-CASE(FreqInput) TO FreqInput
           END-PERFORM
           MOVE FreqInput TO MapFreq(MapIdx)
           PERFORM SaveStoreMap
           DISPLAY StoreInput " saved under " SchemeInput.

       RemoveStoreMap.
           PERFORM UNTIL MapIdx >= StoreMapCount
              MOVE StoreMapEntry(MapIdx + 1) TO StoreMapEntry(MapIdx)
              SET MapIdx UP BY 1
           END-PERFORM
           SUBTRACT 1 FROM StoreMapCount.

       RecordPayout.
           DISPLAY "Scheme name"
           ACCEPT SchemeInput
           PERFORM VARYING MapIdx FROM 1 BY 1
              UNTIL MapIdx > StoreMapCount
              IF MapScheme(MapIdx) = SchemeInput
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF MapIdx > StoreMapCount
              DISPLAY "No store belongs to scheme " SchemeInput
              EXIT PARAGRAPH
           END-IF
           INITIALIZE PayoutRecord
           MOVE SchemeInput TO LPScheme
           MOVE ZEROES TO LPYear
           PERFORM UNTIL LPYear > 1900
              DISPLAY "Year the payout is for (YYYY)"
              ACCEPT LPYear
           END-PERFORM
           IF MapFreq(MapIdx) = "Q"
              MOVE ZERO TO LPQuarter
              PERFORM UNTIL LPQuarter >= 1 AND LPQuarter <= 4
                 DISPLAY "Quarter (1-4)"
                 ACCEPT LPQuarter
              END-PERFORM
           ELSE
              MOVE ZERO TO LPQuarter
           END-IF
           DISPLAY "Amount paid out"
           MOVE "N" TO NumOk
           PERFORM UNTIL NumOk = "Y"
              ACCEPT InputWS
              CALL "CheckNumber" USING InputWS, NumValue, NumOk
              IF NumOk NOT = "Y" OR NumValue < ZERO
                 MOVE "N" TO NumOk
                 DISPLAY "Enter an amount"
              END-IF
           END-PERFORM
           MOVE NumValue TO LPAmount
           MOVE TodayDate TO LPDate
           OPEN EXTEND PayoutFile
           IF PayoutFileStatus = "35"
              OPEN OUTPUT PayoutFile
              CLOSE PayoutFile
              OPEN EXTEND PayoutFile
           END-IF
           WRITE PayoutRecord
           CLOSE PayoutFile
           DISPLAY "Payout recorded".

       BonusReportRun.
           IF StoreMapCount = ZERO
              DISPLAY "No loyalty schemes set -- use mode 1 first"
              EXIT PARAGRAPH
           END-IF
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
           MOVE ZEROES TO TargetYear
           PERFORM UNTIL TargetYear > 1900
              DISPLAY "Year to check (YYYY)"
              ACCEPT TargetYear
           END-PERFORM
           PERFORM BuildAccrualTable
           PERFORM AccrueHeaders
           PERFORM LoadPayouts
           PERFORM WriteBonusReport
           DISPLAY "Bonus check written to LoyaltyBonus.rpt".

       BuildAccrualTable.
           MOVE ZEROES TO AccrualCount
           PERFORM VARYING MapIdx FROM 1 BY 1
              UNTIL MapIdx > StoreMapCount
              PERFORM VARYING AccIdx FROM 1 BY 1
                 UNTIL AccIdx > AccrualCount
                 IF AccScheme(AccIdx) = MapScheme(MapIdx)
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF AccIdx > AccrualCount AND AccrualCount < 20
                 ADD 1 TO AccrualCount
                 SET AccIdx TO AccrualCount
                 INITIALIZE AccrualEntry(AccIdx)
                 MOVE MapScheme(MapIdx) TO AccScheme(AccIdx)
                 MOVE MapFreq(MapIdx) TO AccFreq(AccIdx)
              END-IF
           END-PERFORM.

      * The year's archive, when the year is closed, then the live
      * file.
       AccrueHeaders.
           MOVE ReceiptFileNameVar TO LiveReceiptName
           MOVE SPACES TO ArchiveReceiptName
           IF TargetYear < TodayDate(1:4)
              STRING "Receipts." DELIMITED BY SIZE
                 TargetYear DELIMITED BY SIZE
                 ".dat" DELIMITED BY SIZE
                 INTO ArchiveReceiptName
              END-STRING
              MOVE ArchiveReceiptName TO ReceiptFileNameVar
              PERFORM AccrueOneFile
           END-IF
           MOVE LiveReceiptName TO ReceiptFileNameVar
           PERFORM AccrueOneFile.

      * A file that is not there accrues nothing.
       AccrueOneFile.
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
                 MOVE HdrDate(1:4) TO HdrYear
                 IF HdrYear = TargetYear
                    PERFORM AccrueOneHeader
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ReceiptFile.

       AccrueOneHeader.
           PERFORM VARYING MapIdx FROM 1 BY 1
              UNTIL MapIdx > StoreMapCount
              IF MapStore(MapIdx) = HdrStore
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF MapIdx > StoreMapCount
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING AccIdx FROM 1 BY 1
              UNTIL AccIdx > AccrualCount
              IF AccScheme(AccIdx) = MapScheme(MapIdx)
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF AccIdx > AccrualCount
              EXIT PARAGRAPH
           END-IF
           IF AccFreq(AccIdx) = "Q"
              MOVE HdrDate(5:2) TO HdrMonth
              COMPUTE SlotIdx = ((HdrMonth - 1) / 3) + 1
           ELSE
              MOVE 1 TO SlotIdx
           END-IF
           COMPUTE HeaderBonus ROUNDED =
              HdrTotal * MapPct(MapIdx) / 100
           ADD HdrTotal TO AccPurchase(AccIdx, SlotIdx)
           ADD HeaderBonus TO AccExpected(AccIdx, SlotIdx).

       LoadPayouts.
           OPEN INPUT PayoutFile
           IF PayoutFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ PayoutFile
              AT END SET EndOfPayoutFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfPayoutFile
              IF LPYear = TargetYear
                 PERFORM VARYING AccIdx FROM 1 BY 1
                    UNTIL AccIdx > AccrualCount
                    IF AccScheme(AccIdx) = LPScheme
                       IF LPQuarter >= 1 AND LPQuarter <= 4
                          AND AccFreq(AccIdx) = "Q"
                          ADD LPAmount TO AccPaid(AccIdx, LPQuarter)
                       ELSE
                          ADD LPAmount TO AccPaid(AccIdx, 1)
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
              READ PayoutFile
                 AT END SET EndOfPayoutFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE PayoutFile.

       WriteBonusReport.
           PERFORM StartProvenance
           OPEN OUTPUT BonusReport
           MOVE TargetYear TO PrnHeadYear
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM ColumnLine AFTER ADVANCING 1 LINE
           PERFORM VARYING AccIdx FROM 1 BY 1
              UNTIL AccIdx > AccrualCount
              IF AccFreq(AccIdx) = "Q"
                 MOVE 4 TO SlotCount
              ELSE
                 MOVE 1 TO SlotCount
              END-IF
              PERFORM VARYING SlotIdx FROM 1 BY 1
                 UNTIL SlotIdx > SlotCount
                 PERFORM WriteSlotLine
              END-PERFORM
           END-PERFORM
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE TotalGap TO PrnTotalGap
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
           CLOSE BonusReport
           MOVE "LoyaltyBonus.rpt" TO PvReportName
           PERFORM StampProvenance.

       WriteSlotLine.
           MOVE AccScheme(AccIdx) TO PrnScheme
           MOVE TargetYear TO PrnPerYear
           IF AccFreq(AccIdx) = "Q"
              MOVE SPACES TO PrnPerQ
              STRING " Q" DELIMITED BY SIZE
                 SlotIdx DELIMITED BY SIZE
                 INTO PrnPerQ
              END-STRING
           ELSE
              MOVE SPACES TO PrnPerQ
           END-IF
           MOVE PeriodText TO PrnPeriod
           MOVE AccPurchase(AccIdx, SlotIdx) TO PrnPurchase
           MOVE AccExpected(AccIdx, SlotIdx) TO PrnExpected
           MOVE AccPaid(AccIdx, SlotIdx) TO PrnPaid
           COMPUTE SlotDiff = AccExpected(AccIdx, SlotIdx)
              - AccPaid(AccIdx, SlotIdx)
           MOVE SlotDiff TO PrnDiff
           ADD SlotDiff TO TotalGap
           WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "LoyaltyBonus" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           IF ArchiveReceiptName NOT = SPACES
              MOVE ArchiveReceiptName TO PvInputName
              MOVE "R" TO PvInputKind
              PERFORM AddProvenanceInput
           END-IF
           MOVE LiveReceiptName TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "LoyaltySchemes.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "LoyaltyPayouts.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
