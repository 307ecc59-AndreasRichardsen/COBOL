       IDENTIFICATION DIVISION.
       PROGRAM-ID. AssetRegister.
       AUTHOR. Andreas Richardsen.

      * The household asset register: the appliances, electronics
      * and bikes that otherwise vanish into RType "Other" among
      * thousands of receipt lines. Mode 1 promotes a receipt line
      * (by RNr) to an asset in Assets.dat, carrying its unit price
      * and date from Receipts.dat plus the room it lives in, serial
      * number and useful life in years; a line bought in quantity
      * can be promoted once per unit. Mode 2 writes
      * AssetDepreciation.rpt with straight-line book values (cost
      * spread evenly over the useful life by whole months held,
      * never below zero). Mode 3 writes AssetInventory.rpt, the
      * list the insurance company asks for after a burglary or
      * fire: grouped by room, with purchase date, purchase price,
      * serial and the current value. Mode 4 records a disposal
      * (sold or scrapped) so the item drops off both reports. Where
      * WarrantyReg.dat holds an entry for the same RNr, the
      * warranty end date (a month counted as 30 days, as in
      * WarrantyReport) shows alongside.
      * Each report ends with the ReportProvenance block: operator, run
      * time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AssetFile ASSIGN TO "Assets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AssetFileStatus.

           SELECT ReceiptFile ASSIGN DYNAMIC ReceiptFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS RRecNr
           FILE STATUS IS ReceiptFileStatus.

           SELECT WarrantyReg ASSIGN TO "WarrantyReg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WarrantyRegStatus.

           SELECT DeprReport ASSIGN TO "AssetDepreciation.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT InventoryReport ASSIGN TO "AssetInventory.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AssetFile.
       01 AssetRecord.
           88 EndOfAssetFile    VALUE HIGH-VALUES.
           02 ASNr              PIC 9(5).
           02 ASRNr             PIC 9(5).
           02 ASName            PIC X(30).
           02 ASCost            PIC 9(6)V99.
           02 ASDate            PIC 9(8).
           02 ASRoom            PIC X(15).
           02 ASSerial          PIC X(20).
           02 ASLifeYears       PIC 9(2).
           02 ASStatus          PIC X.
              88 ASActive       VALUE "A".
              88 ASDisposed     VALUE "D".
           02 ASDispDate        PIC 9(8).
           02 ASDispHow         PIC X.
              88 ASSold         VALUE "S".
              88 ASScrapped     VALUE "X".
           02 ASDispAmount      PIC 9(6)V99.

       FD ReceiptFile.
       COPY "RCPTREC.cpy".

       FD WarrantyReg.
       01 WarrantyRegRecord.
           88 EndOfWarrantyReg  VALUE HIGH-VALUES.
           02 WRNr              PIC 9(5).
           02 WRName            PIC X(30).
           02 WRDate            PIC 9(8).
           02 WRMonths          PIC 9(3).
           02 WRRetDays         PIC 9(3).

       FD DeprReport.
       01 DeprPrintLine         PIC X(100).

       FD InventoryReport.
       01 InvPrintLine          PIC X(100).

       WORKING-STORAGE SECTION.
       01 AssetFileStatus       PIC XX.
       01 ReceiptFileNameVar    PIC X(60) VALUE "Receipts.dat".
       01 RcptLayoutGen         PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 ReceiptFileStatus     PIC XX.
       01 RRecNr                PIC 9(5).
       01 WarrantyRegStatus     PIC XX.
       01 RunMode               PIC X.
           88 PromoteMode       VALUE "1".
           88 DeprMode          VALUE "2".
           88 InventoryMode     VALUE "3".
           88 DisposeMode       VALUE "4".

       01 AssetTable.
           02 AssetEntry        OCCURS 500 TIMES INDEXED BY AstIdx.
              03 AstImage       PIC X(111).
       01 AssetCount            PIC 9(3) VALUE ZERO.
       01 MaxAssetNr            PIC 9(5) VALUE ZERO.

       01 WarrantyTable.
           02 WarrantyEntry     OCCURS 500 TIMES INDEXED BY WarIdx.
              03 WarNr          PIC 9(5).
              03 WarEndDate     PIC 9(8).
       01 WarrantyCount         PIC 9(3) VALUE ZERO.
       01 WarrantyEndWS         PIC 9(8).

       01 RoomTable.
           02 RoomEntry         OCCURS 30 TIMES INDEXED BY RomIdx.
              03 RomName        PIC X(15).
       01 RoomCount             PIC 9(2) VALUE ZERO.
       01 CurrRoom              PIC X(15).

       01 InputWS               PIC X(12).
       01 NumValue              PIC S9(6)V99.
       01 NumOk                 PIC X.
       01 DateInput             PIC X(8).
       01 DateOk                PIC X.
       01 RNrInput              PIC 9(5).
       01 AssetNrInput          PIC 9(5).
       01 UnitsPromoted         PIC 9(3).
       01 TodayDate             PIC 9(8).
       01 TodayParts REDEFINES TodayDate.
           02 TodayYear         PIC 9(4).
           02 TodayMonth        PIC 99.
           02 TodayDay          PIC 99.
       01 BoughtParts.
           02 BoughtYear        PIC 9(4).
           02 BoughtMonth       PIC 99.
           02 BoughtDay         PIC 99.
       01 MonthsHeld            PIC S9(5).
       01 LifeMonths            PIC 9(4).
       01 YearlyDepr            PIC 9(6)V99.
       01 BookValue             PIC 9(6)V99.
       01 ActiveCount           PIC 9(3) VALUE ZERO.
       01 CostTotal             PIC 9(8)V99 VALUE ZERO.
       01 BookTotal             PIC 9(8)V99 VALUE ZERO.
       01 RoomCost              PIC 9(8)V99.
       01 RoomBook              PIC 9(8)V99.

       01 DeprHeading.
           02 FILLER            PIC X(38)
              VALUE "Asset depreciation (straight line) at ".
           02 PrnDeprToday      PIC 9(8).
       01 DeprColumns.
           02 FILLER            PIC X(7) VALUE "  Asset".
           02 FILLER            PIC X(31) VALUE " Item".
           02 FILLER            PIC X(9) VALUE "Bought".
           02 FILLER            PIC X(10) VALUE "      Cost".
           02 FILLER            PIC X(5) VALUE " Life".
           02 FILLER            PIC X(11) VALUE "   Per year".
           02 FILLER            PIC X(11) VALUE "  Book val.".
           02 FILLER            PIC X(12) VALUE "  Warranty".
       01 DeprLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnAsNr           PIC 9(5).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnAsName         PIC X(30).
           02 PrnAsDate         PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnAsCost         PIC ZZZZZ9.99.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnAsLife         PIC Z9.
           02 FILLER            PIC X(2) VALUE " y".
           02 PrnAsYearly       PIC ZZZZZZ9.99.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnAsBook         PIC ZZZZZZ9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnAsWarranty     PIC X(12).
       01 TotalLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnTotalText      PIC X(44).
           02 PrnTotalCost      PIC ZZZZZZZ9.99.
           02 FILLER            PIC X(14) VALUE SPACES.
           02 PrnTotalBook      PIC ZZZZZZZ9.99.

       01 InvHeading.
           02 FILLER            PIC X(38)
              VALUE "Household insurance inventory as of ".
           02 PrnInvToday       PIC 9(8).
       01 RoomHeadLine.
           02 FILLER            PIC X(8) VALUE "Room -- ".
           02 PrnRoomName       PIC X(15).
       01 InvColumns.
           02 FILLER            PIC X(33) VALUE "  Item".
           02 FILLER            PIC X(21) VALUE "Serial".
           02 FILLER            PIC X(9) VALUE "Bought".
           02 FILLER            PIC X(6) VALUE "RNr".
           02 FILLER            PIC X(10) VALUE "    Price".
           02 FILLER            PIC X(11) VALUE "     Value".
           02 FILLER            PIC X(10) VALUE "  Warranty".
       01 InvLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnInvName        PIC X(30).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnInvSerial      PIC X(20).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnInvDate        PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnInvRNr         PIC 9(5).
           02 PrnInvCost        PIC ZZZZZZ9.99.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnInvBook        PIC ZZZZZZ9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnInvWarranty    PIC X(8).
       01 NoneLine              PIC X(12) VALUE "  (none)".
       01 Divider               PIC X(100) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           PERFORM LoadAssetTable
           DISPLAY "1 = Promote receipt line   2 = Depreciation   "
              "3 = Insurance inventory   4 = Dispose"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN PromoteMode   PERFORM PromoteReceiptLine
              WHEN DeprMode      PERFORM WriteDeprReport
              WHEN InventoryMode PERFORM WriteInventoryReport
              WHEN DisposeMode   PERFORM RecordDisposal
              WHEN OTHER         DISPLAY "Unknown mode"
           END-EVALUATE
           GOBACK.

      * The price and date come from the receipt, never the
      * keyboard: the insurer wants what the receipt says.
       PromoteReceiptLine.
           IF AssetCount >= 500
              DISPLAY "Asset register full (500 assets)"
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
           DISPLAY "RNr of the receipt line"
           ACCEPT RNrInput
           OPEN INPUT ReceiptFile
           IF ReceiptFileStatus NOT = "00"
              DISPLAY "Receipt file not found"
              EXIT PARAGRAPH
           END-IF
           MOVE RNrInput TO RRecNr
           READ ReceiptFile
              INVALID KEY MOVE HIGH-VALUES TO ReceiptDetails
           END-READ
           CLOSE ReceiptFile
           IF EndOfReceipt
              DISPLAY "No receipt line with RNr " RNrInput
              EXIT PARAGRAPH
           END-IF
           IF RHeaderRecord
              DISPLAY "RNr " RNrInput " is a receipt header -- give "
                 "the item line"
              EXIT PARAGRAPH
           END-IF
           IF RAmount NOT > ZERO
              DISPLAY "RNr " RNrInput " is a return line"
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROES TO UnitsPromoted
           PERFORM VARYING AstIdx FROM 1 BY 1
              UNTIL AstIdx > AssetCount
              MOVE AstImage(AstIdx) TO AssetRecord
              IF ASRNr = RNrInput
                 ADD 1 TO UnitsPromoted
              END-IF
           END-PERFORM
           IF UnitsPromoted >= RAmount
              DISPLAY "Every unit on RNr " RNrInput
                 " is already in the register"
              EXIT PARAGRAPH
           END-IF

           INITIALIZE AssetRecord
           MOVE RNrInput TO ASRNr
           MOVE RName TO ASName
           MOVE RPrice TO ASCost
           MOVE RDate TO ASDate
           DISPLAY RName " " RPrice " bought " RDate " at " RStore
           DISPLAY "Room"
           ACCEPT ASRoom
           MOVE FUNCTION UPPER-CASE(ASRoom) TO ASRoom
           DISPLAY "Serial number (Enter = none)"
           ACCEPT ASSerial
           DISPLAY "Useful life in years (Enter = 5)"
           ACCEPT InputWS
           MOVE 5 TO ASLifeYears
           IF InputWS NOT = SPACES
              CALL "CheckNumber" USING InputWS, NumValue, NumOk
              IF NumOk = "Y" AND NumValue > ZERO AND NumValue < 100
                 MOVE NumValue TO ASLifeYears
              ELSE
                 DISPLAY "Not a life in years -- 5 used"
              END-IF
           END-IF
           ADD 1 TO MaxAssetNr
           MOVE MaxAssetNr TO ASNr
           MOVE "A" TO ASStatus
           MOVE ZEROES TO ASDispDate, ASDispAmount
           MOVE SPACE TO ASDispHow
           ADD 1 TO AssetCount
           MOVE AssetRecord TO AstImage(AssetCount)
           PERFORM SaveAssetTable
           DISPLAY "Asset " ASNr " registered in " ASRoom.

       WriteDeprReport.
           PERFORM LoadWarranties
           PERFORM StartProvenance
           OPEN OUTPUT DeprReport
           MOVE TodayDate TO PrnDeprToday
           WRITE DeprPrintLine FROM DeprHeading AFTER ADVANCING 1 LINE
           WRITE DeprPrintLine FROM Divider AFTER ADVANCING 1 LINE
           WRITE DeprPrintLine FROM DeprColumns AFTER ADVANCING 1 LINE
           PERFORM VARYING AstIdx FROM 1 BY 1
              UNTIL AstIdx > AssetCount
              MOVE AstImage(AstIdx) TO AssetRecord
              IF ASActive
                 PERFORM ComputeBookValue
                 PERFORM FindWarrantyEnd
                 ADD 1 TO ActiveCount
                 ADD ASCost TO CostTotal
                 ADD BookValue TO BookTotal
                 MOVE ASNr TO PrnAsNr
                 MOVE ASName TO PrnAsName
                 MOVE ASDate TO PrnAsDate
                 MOVE ASCost TO PrnAsCost
                 MOVE ASLifeYears TO PrnAsLife
                 MOVE YearlyDepr TO PrnAsYearly
                 MOVE BookValue TO PrnAsBook
                 MOVE SPACES TO PrnAsWarranty
                 IF WarrantyEndWS NOT = ZERO
                    MOVE WarrantyEndWS TO PrnAsWarranty
                 END-IF
                 WRITE DeprPrintLine FROM DeprLine
                    AFTER ADVANCING 1 LINE
              END-IF
           END-PERFORM
           IF ActiveCount = ZERO
              WRITE DeprPrintLine FROM NoneLine AFTER ADVANCING 1 LINE
           END-IF
           WRITE DeprPrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE "Total cost / book value" TO PrnTotalText
           MOVE CostTotal TO PrnTotalCost
           MOVE BookTotal TO PrnTotalBook
           WRITE DeprPrintLine FROM TotalLine AFTER ADVANCING 1 LINE
           CLOSE DeprReport
           MOVE "AssetDepreciation.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY ActiveCount " asset(s) -- written to "
              "AssetDepreciation.rpt".

      * Straight line by whole months: a month counts once the
      * calendar month has turned, so an item bought this month
      * still stands at cost.
       ComputeBookValue.
           MOVE ASDate TO BoughtParts
           COMPUTE MonthsHeld = (TodayYear * 12 + TodayMonth)
              - (BoughtYear * 12 + BoughtMonth)
           IF MonthsHeld < ZERO
              MOVE ZERO TO MonthsHeld
           END-IF
           COMPUTE LifeMonths = ASLifeYears * 12
           IF LifeMonths = ZERO
              MOVE ZEROES TO YearlyDepr, BookValue
              EXIT PARAGRAPH
           END-IF
           COMPUTE YearlyDepr ROUNDED = ASCost / ASLifeYears
           IF MonthsHeld >= LifeMonths
              MOVE ZEROES TO BookValue
           ELSE
              COMPUTE BookValue ROUNDED =
                 ASCost - ASCost * MonthsHeld / LifeMonths
           END-IF.

       FindWarrantyEnd.
           MOVE ZEROES TO WarrantyEndWS
           PERFORM VARYING WarIdx FROM 1 BY 1
              UNTIL WarIdx > WarrantyCount
              IF WarNr(WarIdx) = ASRNr
                 MOVE WarEndDate(WarIdx) TO WarrantyEndWS
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       WriteInventoryReport.
           PERFORM LoadWarranties
           PERFORM BuildRoomList
           PERFORM StartProvenance
           OPEN OUTPUT InventoryReport
           MOVE TodayDate TO PrnInvToday
           WRITE InvPrintLine FROM InvHeading AFTER ADVANCING 1 LINE
           WRITE InvPrintLine FROM Divider AFTER ADVANCING 1 LINE
           IF RoomCount = ZERO
              WRITE InvPrintLine FROM NoneLine AFTER ADVANCING 1 LINE
           END-IF
           PERFORM VARYING RomIdx FROM 1 BY 1
              UNTIL RomIdx > RoomCount
              MOVE RomName(RomIdx) TO CurrRoom
              PERFORM WriteOneRoom
           END-PERFORM
           WRITE InvPrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE "Household total price / value" TO PrnTotalText
           MOVE CostTotal TO PrnTotalCost
           MOVE BookTotal TO PrnTotalBook
           WRITE InvPrintLine FROM TotalLine AFTER ADVANCING 1 LINE
           CLOSE InventoryReport
           MOVE "AssetInventory.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY ActiveCount " asset(s) in " RoomCount
              " room(s) -- written to AssetInventory.rpt".

       BuildRoomList.
           MOVE ZEROES TO RoomCount
           PERFORM VARYING AstIdx FROM 1 BY 1
              UNTIL AstIdx > AssetCount
              MOVE AstImage(AstIdx) TO AssetRecord
              IF ASActive
                 PERFORM VARYING RomIdx FROM 1 BY 1
                    UNTIL RomIdx > RoomCount
                    IF RomName(RomIdx) = ASRoom
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF RomIdx > RoomCount AND RoomCount < 30
                    ADD 1 TO RoomCount
                    MOVE ASRoom TO RomName(RoomCount)
                 END-IF
              END-IF
           END-PERFORM.

       WriteOneRoom.
           MOVE ZEROES TO RoomCost, RoomBook
           IF CurrRoom = SPACES
              MOVE "(no room)" TO PrnRoomName
           ELSE
              MOVE CurrRoom TO PrnRoomName
           END-IF
           WRITE InvPrintLine FROM RoomHeadLine AFTER ADVANCING 2 LINES
           WRITE InvPrintLine FROM InvColumns AFTER ADVANCING 1 LINE
           PERFORM VARYING AstIdx FROM 1 BY 1
              UNTIL AstIdx > AssetCount
              MOVE AstImage(AstIdx) TO AssetRecord
              IF ASActive AND ASRoom = CurrRoom
                 PERFORM ComputeBookValue
                 PERFORM FindWarrantyEnd
                 ADD 1 TO ActiveCount
                 ADD ASCost TO RoomCost, CostTotal
                 ADD BookValue TO RoomBook, BookTotal
                 MOVE ASName TO PrnInvName
                 MOVE ASSerial TO PrnInvSerial
                 MOVE ASDate TO PrnInvDate
                 MOVE ASRNr TO PrnInvRNr
                 MOVE ASCost TO PrnInvCost
                 MOVE BookValue TO PrnInvBook
                 MOVE SPACES TO PrnInvWarranty
                 IF WarrantyEndWS NOT = ZERO
                    MOVE WarrantyEndWS TO PrnInvWarranty
                 END-IF
                 WRITE InvPrintLine FROM InvLine
                    AFTER ADVANCING 1 LINE
              END-IF
           END-PERFORM
           MOVE "Room total price / value" TO PrnTotalText
           MOVE RoomCost TO PrnTotalCost
           MOVE RoomBook TO PrnTotalBook
           WRITE InvPrintLine FROM TotalLine AFTER ADVANCING 1 LINE.

       RecordDisposal.
           DISPLAY "Asset number"
           ACCEPT AssetNrInput
           PERFORM VARYING AstIdx FROM 1 BY 1
              UNTIL AstIdx > AssetCount
              MOVE AstImage(AstIdx) TO AssetRecord
              IF ASNr = AssetNrInput
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF AstIdx > AssetCount
              DISPLAY "No asset " AssetNrInput
              EXIT PARAGRAPH
           END-IF
           IF ASDisposed
              DISPLAY "Asset " ASNr " was disposed of on " ASDispDate
              EXIT PARAGRAPH
           END-IF
           DISPLAY ASName " in " ASRoom " bought " ASDate
           MOVE SPACE TO ASDispHow
           PERFORM UNTIL ASSold OR ASScrapped
              DISPLAY "S = Sold   X = Scrapped"
              ACCEPT ASDispHow
              MOVE FUNCTION UPPER-CASE(ASDispHow) TO ASDispHow
           END-PERFORM
           MOVE "N" TO DateOk
           PERFORM UNTIL DateOk = "Y"
              DISPLAY "Disposal date (YYYYMMDD, Enter = today)"
              ACCEPT DateInput
              IF DateInput = SPACES
                 MOVE TodayDate TO DateInput
              END-IF
              CALL "CheckDate" USING DateInput, DateOk
              IF DateOk NOT = "Y"
                 DISPLAY "Enter a valid date"
              END-IF
           END-PERFORM
           MOVE DateInput TO ASDispDate
           MOVE ZEROES TO ASDispAmount
           IF ASSold
              DISPLAY "Sale amount"
              ACCEPT InputWS
              CALL "CheckNumber" USING InputWS, NumValue, NumOk
              IF NumOk = "Y" AND NumValue > ZERO
                 MOVE NumValue TO ASDispAmount
              END-IF
           END-IF
           MOVE "D" TO ASStatus
           MOVE AssetRecord TO AstImage(AstIdx)
           PERFORM SaveAssetTable
           DISPLAY "Asset " ASNr " disposed of -- off the register".

       LoadWarranties.
           MOVE ZEROES TO WarrantyCount
           OPEN INPUT WarrantyReg
           IF WarrantyRegStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ WarrantyReg
              AT END SET EndOfWarrantyReg TO TRUE
           END-READ
           PERFORM UNTIL EndOfWarrantyReg OR WarrantyCount >= 500
              IF WRMonths > ZERO
                 ADD 1 TO WarrantyCount
                 SET WarIdx TO WarrantyCount
                 MOVE WRNr TO WarNr(WarIdx)
                 COMPUTE WarEndDate(WarIdx) = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WRDate) + WRMonths * 30)
              END-IF
              READ WarrantyReg
                 AT END SET EndOfWarrantyReg TO TRUE
              END-READ
           END-PERFORM
           CLOSE WarrantyReg.

       LoadAssetTable.
           MOVE ZEROES TO AssetCount, MaxAssetNr
           OPEN INPUT AssetFile
           IF AssetFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ AssetFile
              AT END SET EndOfAssetFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfAssetFile OR AssetCount >= 500
              ADD 1 TO AssetCount
              MOVE AssetRecord TO AstImage(AssetCount)
              IF ASNr > MaxAssetNr
                 MOVE ASNr TO MaxAssetNr
              END-IF
              READ AssetFile
                 AT END SET EndOfAssetFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE AssetFile.

       SaveAssetTable.
           OPEN OUTPUT AssetFile
           PERFORM VARYING AstIdx FROM 1 BY 1
              UNTIL AstIdx > AssetCount
              MOVE AstImage(AstIdx) TO AssetRecord
              WRITE AssetRecord
           END-PERFORM
           CLOSE AssetFile.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "AssetRegister" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "Assets.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "WarrantyReg.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
