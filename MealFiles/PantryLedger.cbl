      * the shelf in the shop: grocery lines from Receipts.dat add
      * stock in (the line's item name maps through
      * FoodReceiptLink.dat to its FoodCatalog name, and
      * PantryPacks.dat says how many grams one purchased unit is,
      * as of the date the pack size took effect),
      * and every dinner logged against a recipe draws down the
      * recipe's RcpIngGrams per ingredient. PantryControl.dat
      * remembers the last receipt number and meal date posted, so
      * hand, mode 3 is the stocktake that corrects drift against
      * the real cupboard, and mode 4 maintains the pack sizes.
      * ShoppingList reads Pantry.dat and subtracts stock on hand
      * from the week's needs. Mode 5 logs food thrown out into
      * WasteLog.dat -- grams of a catalog item that expired or
      * spoiled are drawn from Pantry.dat like consumption, and
      * leftover portions not eaten are written off Leftovers.dat
      * (their ingredients left the pantry when the dinner was
      * cooked). Mode 6 writes FoodWaste.rpt for a month: each
      * entry valued at the latest linked receipt price per gram
      * (FoodReceiptLink.dat to the receipt line, PantryPacks.dat
      * for the grams in a unit), and the items wasted most often.
      * The linked items' lines are read through the item index
      * (ItemIndex) for that valuation; with no index, or one that
      * has drifted from the file, the receipts are scanned instead.
      * Each report ends with the ReportProvenance block: operator, run
      * time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT StockReport ASSIGN TO "PantryStock.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Leftovers ASSIGN TO "Leftovers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LeftoversStatus.

           SELECT WasteLog ASSIGN TO "WasteLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WasteLogStatus.

           SELECT WasteReport ASSIGN TO "FoodWaste.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ReceiptFile.
           88 EndOfPantryPacks  VALUE HIGH-VALUES.
           02 PkReceiptName     PIC X(30).
           02 PkGramsPerUnit    PIC 9(5).
      * A pack that shrinks gets a new row from the date it changed;
      * the purchase date picks the row. Rows from before the field
      * read back as spaces, which means "since always".
           02 PkFromDate        PIC 9(8).

       FD PantryControl.
       01 PantryControlRecord.
       FD StockReport.
       01 PrintLine             PIC X(60).

       FD Leftovers.
       01 LeftoverRecord.
           88 EndOfLeftovers    VALUE HIGH-VALUES.
           02 LoDate            PIC 9(8).
           02 LoName            PIC X(20).
           02 LoPortions        PIC 9(2).

      * One row per thing thrown out: a catalog food by grams, or a
      * recipe's leftover portions (WlKind "L", WlFood the recipe).
      * Reason E expired, S spoiled, L leftover not eaten.
       FD WasteLog.
       01 WasteRecord.
           88 EndOfWasteLog     VALUE HIGH-VALUES.
           02 WlDate            PIC 9(8).
           02 WlFood            PIC X(20).
           02 WlKind            PIC X.
              88 WlFoodGrams    VALUE "F".
              88 WlLeftover     VALUE "L".
           02 WlGrams           PIC 9(5).
           02 WlPortions        PIC 9(2).
           02 WlReason          PIC X.
              88 WlExpired      VALUE "E".
              88 WlSpoiled      VALUE "S".
              88 WlNotEaten     VALUE "L".

       FD WasteReport.
       01 WastePrintLine        PIC X(80).

       WORKING-STORAGE SECTION.
       01 ReceiptFileNameVar    PIC X(60) VALUE "Receipts.dat".
       01 RcptLayoutGen         PIC 9(2) VALUE 02.
           88 StockReportMode   VALUE "2".
           88 StocktakeMode     VALUE "3".
           88 PackSizesMode     VALUE "4".
           88 LogWasteMode      VALUE "5".
           88 WasteReportMode   VALUE "6".

       01 PantryTable.
           02 PantryEntry       OCCURS 100 TIMES INDEXED BY PanIdx.
           02 PackEntry         OCCURS 100 TIMES INDEXED BY PakIdx.
              03 PkName         PIC X(30).
              03 PkGrams        PIC 9(5).
              03 PkFrom         PIC 9(8).
       01 PackCount             PIC 9(3) VALUE ZERO.
       01 PackFromWS            PIC 9(8).
       01 PackDateInput         PIC X(8).
       01 PackDateOk            PIC X.
       01 TodayDateWS           PIC 9(8).

       01 LinkTable.
           02 LinkEntry         OCCURS 200 TIMES INDEXED BY LnkIdx.
              03 LkFood         PIC X(20).
              03 LkReceipt      PIC X(30).
       01 LinkCount             PIC 9(3) VALUE ZERO.
       01 LinkWalkIdx           PIC 9(3).

       01 LastRNr               PIC 9(5) VALUE ZERO.
       01 LastMealDate          PIC 9(8) VALUE ZERO.
       01 NewPackName           PIC X(30).
       01 PrnGrams              PIC ZZZZZ9-.

      * waste logging and the monthly waste report
       01 LeftoversStatus       PIC XX.
       01 WasteLogStatus        PIC XX.
       01 LeftoverTable.
           02 LeftoverEntry     OCCURS 20 TIMES INDEXED BY LftIdx.
              03 LtDate         PIC 9(8).
              03 LtName         PIC X(20).
              03 LtPortions     PIC 9(2).
       01 LeftoverCount         PIC 9(2) VALUE ZERO.
       01 LeftoverPick          PIC 9(2).
       01 WasteDateInput        PIC X(8).
       01 WasteDateOk           PIC X.
       01 WasteAmountIn         PIC 9(5).
       01 WasteMonth            PIC 9(6).
       01 MonthInput            PIC X(6).
       01 PriceTable.
           02 PriceEntry        OCCURS 100 TIMES INDEXED BY PrcIdx.
              03 PrFood         PIC X(20).
              03 PrDate         PIC 9(8).
              03 PrPerGram      PIC 9(3)V9(6).
       01 PriceCount            PIC 9(3) VALUE ZERO.
       01 PerGramWS             PIC 9(3)V9(6).
       01 IndexLookupFlag       PIC X.
           88 IndexLookupDone   VALUE "Y".
       COPY "ITEMIDX.cpy".
       01 EntryValue            PIC 9(7)V99.
       01 IngredientGrams       PIC 9(7)V99.
       01 RecipePortionsWS      PIC 9(2).
       01 UnpricedEntry         PIC X.
       01 WasteTally.
           02 TallyEntry        OCCURS 60 TIMES INDEXED BY TlyIdx,
              TopIdx.
              03 TyFood         PIC X(20).
              03 TyCount        PIC 9(3).
              03 TyGrams        PIC 9(7).
              03 TyPortions     PIC 9(4).
              03 TyValue        PIC 9(7)V99.
              03 TyListed       PIC X.
       01 TallyCount            PIC 9(2) VALUE ZERO.
       01 BestCount             PIC 9(3).
       01 TopRank               PIC 9(2).
       01 MonthEntries          PIC 9(4) VALUE ZERO.
       01 MonthValue            PIC 9(8)V99 VALUE ZERO.
       01 MonthUnpriced         PIC 9(4) VALUE ZERO.

       01 WasteHeading.
           02 FILLER            PIC X(19) VALUE "Food thrown out in ".
           02 PrnWasteMonth     PIC 9(6).
       01 WasteColumns.
           02 FILLER            PIC X(10) VALUE "Date".
           02 FILLER            PIC X(22) VALUE "Item".
           02 FILLER            PIC X(18) VALUE "          Amount".
           02 FILLER            PIC X(12) VALUE "  Reason".
           02 FILLER            PIC X(10) VALUE "     Value".
       01 WasteLine.
           02 PrnWlDate         PIC 9(8).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnWlFood         PIC X(20).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnWlAmount       PIC ZZZZ9.
           02 PrnWlUnit         PIC X(11).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnWlReason       PIC X(10).
           02 PrnWlValue        PIC ZZZ,ZZ9.99.
           02 PrnWlMark         PIC X(2).
       01 WasteTotalLine.
           02 PrnWtEntries      PIC ZZZ9.
           02 FILLER            PIC X(44) VALUE
              " entries thrown out, worth".
           02 FILLER            PIC X(12) VALUE SPACES.
           02 PrnWtValue        PIC ZZZ,ZZ9.99.
       01 UnpricedLine.
           02 PrnWtUnpriced     PIC ZZZ9.
           02 FILLER            PIC X(56) VALUE
              " marked * have no linked receipt price and count zero".
       01 TopHeading            PIC X(40)
           VALUE "Most often wasted".
       01 TopLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnTopFood        PIC X(20).
           02 PrnTopCount       PIC ZZ9.
           02 FILLER            PIC X(8) VALUE " times, ".
           02 PrnTopGrams       PIC ZZZZZZ9.
           02 FILLER            PIC X(4) VALUE " g, ".
           02 PrnTopPortions    PIC ZZZ9.
           02 FILLER            PIC X(12) VALUE " portions, ".
           02 PrnTopValue       PIC ZZZ,ZZ9.99.
       01 WasteDivider          PIC X(80) VALUE ALL "*".

       01 ReportHeading         PIC X(30) VALUE "Pantry stock on hand".
       01 Divider               PIC X(60) VALUE ALL "*".
       01 StockLine.
           02 PrnStockGrams     PIC ZZZZZ9-.
           02 FILLER            PIC X(2) VALUE " g".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT ReceiptFileNameVar FROM ENVIRONMENT "RECEIPTFILE"

           DISPLAY "1 = Post receipts and meals   2 = Stock report"
           DISPLAY "3 = Stocktake   4 = Maintain pack sizes"
           DISPLAY "5 = Log food waste   6 = Monthly waste report"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN StockReportMode PERFORM WriteStockReport
              WHEN StocktakeMode   PERFORM Stocktake
              WHEN PackSizesMode   PERFORM MaintainPackSizes
              WHEN LogWasteMode    PERFORM LogWaste
              WHEN WasteReportMode PERFORM WriteWasteReport
              WHEN OTHER           PERFORM PostMovements
           END-EVALUATE
           STOP RUN.
           IF FoodNameWS = SPACES
              EXIT PARAGRAPH
           END-IF
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
           ADD GramsIn TO PtGrams(PanIdx).

       WriteStockReport.
           PERFORM StartProvenance
           OPEN OUTPUT StockReport
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
                 PrnGrams " g"
           END-PERFORM
           CLOSE StockReport
           MOVE "PantryStock.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Stock written to PantryStock.rpt ("
              PantryCount " items)".

           PERFORM VARYING PakIdx FROM 1 BY 1
              UNTIL PakIdx > PackCount
              DISPLAY FUNCTION TRIM(PkName(PakIdx)) ": "
                 PkGrams(PakIdx) " g per unit from " PkFrom(PakIdx)
           END-PERFORM
           ACCEPT TodayDateWS FROM DATE YYYYMMDD
           PERFORM UNTIL EXIT
              DISPLAY "Receipt item name (Enter to finish)"
              ACCEPT NewPackName
                 DISPLAY "Pack table full"
                 EXIT PERFORM
              END-IF
              MOVE "N" TO PackDateOk
              PERFORM UNTIL PackDateOk = "Y"
                 DISPLAY "Size valid from (YYYYMMDD, Enter = today)"
                 ACCEPT PackDateInput
                 IF PackDateInput = SPACES
                    MOVE TodayDateWS TO PackDateInput
                 END-IF
                 CALL "CheckDate" USING PackDateInput, PackDateOk
              END-PERFORM
              MOVE PackDateInput TO PackFromWS
      * same item and date corrects that row, otherwise a new size
      * row is added and the older ones stay as history
              PERFORM VARYING PakIdx FROM 1 BY 1
                 UNTIL PakIdx > PackCount
                 IF PkName(PakIdx) = NewPackName
                    AND PkFrom(PakIdx) = PackFromWS
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF PakIdx > PackCount
                 ADD 1 TO PackCount
                 SET PakIdx TO PackCount
                 MOVE NewPackName TO PkName(PakIdx)
                 MOVE PackFromWS TO PkFrom(PakIdx)
              END-IF
              DISPLAY "Grams per purchased unit"
              ACCEPT PkGrams(PakIdx)
           END-PERFORM
           PERFORM SavePacks
           DISPLAY "Pack sizes saved".

      * Thrown out is consumed as far as the pantry is concerned,
      * only it goes in the waste log instead of a dinner.
       LogWaste.
           ACCEPT TodayDateWS FROM DATE YYYYMMDD
           OPEN EXTEND WasteLog
           IF WasteLogStatus = "35"
              OPEN OUTPUT WasteLog
              CLOSE WasteLog
              OPEN EXTEND WasteLog
           END-IF
           PERFORM UNTIL EXIT
              MOVE SPACES TO WasteRecord
              DISPLAY "Reason: E = expired  S = spoiled  "
                 "L = leftover not eaten  (Enter to finish)"
              ACCEPT WlReason
              MOVE FUNCTION UPPER-CASE(WlReason) TO WlReason
              IF WlReason = SPACES
                 EXIT PERFORM
              END-IF
              IF NOT (WlExpired OR WlSpoiled OR WlNotEaten)
                 DISPLAY "Unknown reason"
                 EXIT PERFORM CYCLE
              END-IF
              MOVE "N" TO WasteDateOk
              PERFORM UNTIL WasteDateOk = "Y"
                 DISPLAY "Date thrown out (YYYYMMDD, Enter = today)"
                 ACCEPT WasteDateInput
                 IF WasteDateInput = SPACES
                    MOVE TodayDateWS TO WasteDateInput
                 END-IF
                 CALL "CheckDate" USING WasteDateInput, WasteDateOk
              END-PERFORM
              MOVE WasteDateInput TO WlDate
              IF WlNotEaten
                 PERFORM WasteLeftover
              ELSE
                 PERFORM WasteFoodItem
              END-IF
           END-PERFORM
           CLOSE WasteLog
           PERFORM SavePantry.

       WasteFoodItem.
           DISPLAY "Food item (catalog name)"
           ACCEPT WlFood
           IF WlFood = SPACES
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Grams thrown out"
           ACCEPT WasteAmountIn
           IF WasteAmountIn = ZERO
              DISPLAY "Nothing logged"
              EXIT PARAGRAPH
           END-IF
           SET WlFoodGrams TO TRUE
           MOVE WasteAmountIn TO WlGrams
           MOVE ZEROES TO WlPortions
           WRITE WasteRecord
           MOVE WlFood TO FoodNameWS
           COMPUTE GramsIn = 0 - WasteAmountIn
           PERFORM AddToPantry
           DISPLAY WasteAmountIn " g of " FUNCTION TRIM(WlFood)
              " written off the pantry".

       WasteLeftover.
           PERFORM LoadLeftoverTable
           IF LeftoverCount = ZERO
              DISPLAY "No leftovers on file"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LftIdx FROM 1 BY 1
              UNTIL LftIdx > LeftoverCount
              DISPLAY LftIdx ": " FUNCTION TRIM(LtName(LftIdx)) " ("
                 LtPortions(LftIdx) " portions, from "
                 LtDate(LftIdx) ")"
           END-PERFORM
           DISPLAY "Leftover number thrown out (0 = none)"
           ACCEPT LeftoverPick
           IF LeftoverPick = ZERO OR LeftoverPick > LeftoverCount
              EXIT PARAGRAPH
           END-IF
           SET LftIdx TO LeftoverPick
           DISPLAY "Portions thrown out (Enter = all "
              LtPortions(LftIdx) ")"
           ACCEPT WasteAmountIn
           IF WasteAmountIn = ZERO
              OR WasteAmountIn > LtPortions(LftIdx)
              MOVE LtPortions(LftIdx) TO WasteAmountIn
           END-IF
           SET WlLeftover TO TRUE
           MOVE LtName(LftIdx) TO WlFood
           MOVE ZEROES TO WlGrams
           MOVE WasteAmountIn TO WlPortions
           WRITE WasteRecord
           SUBTRACT WasteAmountIn FROM LtPortions(LftIdx)
           PERFORM SaveLeftoverTable
           DISPLAY WasteAmountIn " portion(s) of "
              FUNCTION TRIM(WlFood) " written off the leftovers".

       WriteWasteReport.
           ACCEPT TodayDateWS FROM DATE YYYYMMDD
           MOVE TodayDateWS(1:6) TO WasteMonth
           DISPLAY "Month (YYYYMM, Enter = " WasteMonth ")"
           ACCEPT MonthInput
           IF MonthInput NOT = SPACES
              MOVE MonthInput TO WasteMonth
           END-IF
           PERFORM LoadPacks
           PERFORM LoadLinks
           PERFORM LoadLatestPrices
           OPEN INPUT WasteLog
           IF WasteLogStatus NOT = "00"
              DISPLAY "No waste logged yet"
              EXIT PARAGRAPH
           END-IF
           PERFORM StartProvenance
           OPEN OUTPUT WasteReport
           MOVE WasteMonth TO PrnWasteMonth
           WRITE WastePrintLine FROM WasteHeading
              AFTER ADVANCING 1 LINE
           WRITE WastePrintLine FROM WasteDivider
              AFTER ADVANCING 1 LINE
           WRITE WastePrintLine FROM WasteColumns
              AFTER ADVANCING 1 LINE
           MOVE ZEROES TO TallyCount, MonthEntries, MonthValue,
              MonthUnpriced
           READ WasteLog
              AT END SET EndOfWasteLog TO TRUE
           END-READ
           PERFORM UNTIL EndOfWasteLog
              IF WlDate(1:6) = WasteMonth
                 PERFORM ReportWasteEntry
              END-IF
              READ WasteLog
                 AT END SET EndOfWasteLog TO TRUE
              END-READ
           END-PERFORM
           CLOSE WasteLog
           WRITE WastePrintLine FROM WasteDivider
              AFTER ADVANCING 1 LINE
           MOVE MonthEntries TO PrnWtEntries
           MOVE MonthValue TO PrnWtValue
           WRITE WastePrintLine FROM WasteTotalLine
              AFTER ADVANCING 1 LINE
           IF MonthUnpriced > ZERO
              MOVE MonthUnpriced TO PrnWtUnpriced
              WRITE WastePrintLine FROM UnpricedLine
                 AFTER ADVANCING 1 LINE
           END-IF
           PERFORM WriteTopWasted
           CLOSE WasteReport
           MOVE "FoodWaste.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY MonthEntries " waste entries, worth " PrnWtValue
              " -- written to FoodWaste.rpt".

       ReportWasteEntry.
           ADD 1 TO MonthEntries
           MOVE ZEROES TO EntryValue
           MOVE "N" TO UnpricedEntry
           IF WlLeftover
              PERFORM ValueLeftoverWaste
           ELSE
              MOVE WlFood TO FoodNameWS
              PERFORM FindPerGramPrice
              IF PerGramWS = ZERO
                 MOVE "Y" TO UnpricedEntry
              END-IF
              COMPUTE EntryValue ROUNDED = WlGrams * PerGramWS
           END-IF
           ADD EntryValue TO MonthValue
           MOVE WlDate TO PrnWlDate
           MOVE WlFood TO PrnWlFood
           IF WlLeftover
              MOVE WlPortions TO PrnWlAmount
              MOVE " portions" TO PrnWlUnit
           ELSE
              MOVE WlGrams TO PrnWlAmount
              MOVE " g" TO PrnWlUnit
           END-IF
           EVALUATE TRUE
              WHEN WlExpired  MOVE "expired" TO PrnWlReason
              WHEN WlSpoiled  MOVE "spoiled" TO PrnWlReason
              WHEN OTHER      MOVE "not eaten" TO PrnWlReason
           END-EVALUATE
           MOVE EntryValue TO PrnWlValue
           MOVE SPACES TO PrnWlMark
           IF UnpricedEntry = "Y"
              MOVE " *" TO PrnWlMark
              ADD 1 TO MonthUnpriced
           END-IF
           WRITE WastePrintLine FROM WasteLine AFTER ADVANCING 1 LINE
           PERFORM TallyWasteEntry.

      * A leftover portion is its recipe's ingredients divided by
      * the portions the recipe makes; any unpriced ingredient
      * marks the entry as incomplete.
       ValueLeftoverWaste.
           OPEN INPUT RecipeFile
           IF RecipeFileStatus NOT = "00"
              MOVE "Y" TO UnpricedEntry
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROES TO RecipePortionsWS
           READ RecipeFile
              AT END SET EndOfRecipeFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRecipeFile
              IF RcpKind = "H" AND RcpName = WlFood
                 MOVE RcpPortions TO RecipePortionsWS
              END-IF
              READ RecipeFile
                 AT END SET EndOfRecipeFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE RecipeFile
           IF RecipePortionsWS = ZERO
              MOVE 1 TO RecipePortionsWS
           END-IF
           OPEN INPUT RecipeFile
           READ RecipeFile
              AT END SET EndOfRecipeFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRecipeFile
              IF RcpKind = "I" AND RcpIngRecipe = WlFood
                 MOVE RcpIngName TO FoodNameWS
                 PERFORM FindPerGramPrice
                 IF PerGramWS = ZERO
                    MOVE "Y" TO UnpricedEntry
                 END-IF
                 COMPUTE IngredientGrams =
                    RcpIngGrams * WlPortions / RecipePortionsWS
                 COMPUTE EntryValue ROUNDED = EntryValue
                    + IngredientGrams * PerGramWS
              END-IF
              READ RecipeFile
                 AT END SET EndOfRecipeFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE RecipeFile.

       TallyWasteEntry.
           PERFORM VARYING TlyIdx FROM 1 BY 1
              UNTIL TlyIdx > TallyCount
              IF TyFood(TlyIdx) = WlFood
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF TlyIdx > TallyCount
              IF TallyCount >= 60
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO TallyCount
              SET TlyIdx TO TallyCount
              MOVE WlFood TO TyFood(TlyIdx)
              MOVE ZEROES TO TyCount(TlyIdx), TyGrams(TlyIdx),
                 TyPortions(TlyIdx), TyValue(TlyIdx)
              MOVE "N" TO TyListed(TlyIdx)
           END-IF
           ADD 1 TO TyCount(TlyIdx)
           ADD WlGrams TO TyGrams(TlyIdx)
           ADD WlPortions TO TyPortions(TlyIdx)
           ADD EntryValue TO TyValue(TlyIdx).

      * Up to ten items, most frequent first; the one that keeps
      * coming back is the one being bought in too large a pack.
       WriteTopWasted.
           IF TallyCount = ZERO
              EXIT PARAGRAPH
           END-IF
           WRITE WastePrintLine FROM TopHeading AFTER ADVANCING 2 LINES
           PERFORM VARYING TopRank FROM 1 BY 1
              UNTIL TopRank > 10 OR TopRank > TallyCount
              MOVE ZEROES TO BestCount
              SET TopIdx TO 1
              PERFORM VARYING TlyIdx FROM 1 BY 1
                 UNTIL TlyIdx > TallyCount
                 IF TyListed(TlyIdx) = "N"
                    AND TyCount(TlyIdx) > BestCount
                    MOVE TyCount(TlyIdx) TO BestCount
                    SET TopIdx TO TlyIdx
                 END-IF
              END-PERFORM
              MOVE "Y" TO TyListed(TopIdx)
              MOVE TyFood(TopIdx) TO PrnTopFood
              MOVE TyCount(TopIdx) TO PrnTopCount
              MOVE TyGrams(TopIdx) TO PrnTopGrams
              MOVE TyPortions(TopIdx) TO PrnTopPortions
              MOVE TyValue(TopIdx) TO PrnTopValue
              WRITE WastePrintLine FROM TopLine AFTER ADVANCING 1 LINE
           END-PERFORM.

      * Latest purchase per catalog food: the receipt line's unit
      * price over the grams in a unit at that date.
       LoadLatestPrices.
           PERFORM LoadLatestPricesByIndex
           IF IndexLookupDone
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROES TO PriceCount
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
                 AND RPrice > ZERO
                 PERFORM NoteLinePrice
              END-IF
           END-PERFORM
           CLOSE ReceiptFile.

      * Every line of each linked receipt item, in date order, goes
      * through NoteLinePrice exactly as the scan would feed it.
       LoadLatestPricesByIndex.
           MOVE "N" TO IndexLookupFlag
           MOVE ZEROES TO PriceCount
           OPEN INPUT ReceiptFile
           IF ReceiptFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO IndexLookupFlag
           PERFORM VARYING LinkWalkIdx FROM 1 BY 1
              UNTIL LinkWalkIdx > LinkCount OR NOT IndexLookupDone
              PERFORM WalkOneLinkByIndex
           END-PERFORM
           CLOSE ReceiptFile
           MOVE SPACES TO ReceiptDetails
           MOVE "X" TO IxAction
           CALL "ItemIndex" USING ItemIndexRequest.

       WalkOneLinkByIndex.
           MOVE LkReceipt(LinkWalkIdx) TO IxItemName
           MOVE "F" TO IxAction
           CALL "ItemIndex" USING ItemIndexRequest
           IF IxUnindexed
              MOVE "N" TO IndexLookupFlag
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NOT IxFound
              MOVE IxRNr TO RRecNr
              READ ReceiptFile
                 INVALID KEY MOVE SPACES TO ReceiptDetails
              END-READ
              IF RHeaderRecord OR RName NOT = LkReceipt(LinkWalkIdx)
                 OR RDate NOT = IxDate
                 MOVE "N" TO IndexLookupFlag
                 EXIT PERFORM
              END-IF
              IF RPrice > ZERO
                 PERFORM NoteLinePrice
              END-IF
              MOVE "N" TO IxAction
              CALL "ItemIndex" USING ItemIndexRequest
           END-PERFORM.

       NoteLinePrice.
           MOVE SPACES TO FoodNameWS
           PERFORM VARYING LnkIdx FROM 1 BY 1
              UNTIL LnkIdx > LinkCount
              IF LkReceipt(LnkIdx) = RName
                 MOVE LkFood(LnkIdx) TO FoodNameWS
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF FoodNameWS = SPACES
              EXIT PARAGRAPH
           END-IF
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
           PERFORM VARYING PrcIdx FROM 1 BY 1
              UNTIL PrcIdx > PriceCount
              IF PrFood(PrcIdx) = FoodNameWS
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF PrcIdx > PriceCount
              IF PriceCount >= 100
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO PriceCount
              SET PrcIdx TO PriceCount
              MOVE FoodNameWS TO PrFood(PrcIdx)
              MOVE ZEROES TO PrDate(PrcIdx)
           END-IF
           IF RDate >= PrDate(PrcIdx)
              MOVE RDate TO PrDate(PrcIdx)
              COMPUTE PrPerGram(PrcIdx) ROUNDED =
                 RPrice / PackGramsWS
           END-IF.

       FindPerGramPrice.
           MOVE ZEROES TO PerGramWS
           PERFORM VARYING PrcIdx FROM 1 BY 1
              UNTIL PrcIdx > PriceCount
              IF PrFood(PrcIdx) = FoodNameWS
                 MOVE PrPerGram(PrcIdx) TO PerGramWS
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       LoadLeftoverTable.
           MOVE ZEROES TO LeftoverCount
           OPEN INPUT Leftovers
           IF LeftoversStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ Leftovers
              AT END SET EndOfLeftovers TO TRUE
           END-READ
           PERFORM UNTIL EndOfLeftovers OR LeftoverCount >= 20
              IF LoPortions > ZERO
                 ADD 1 TO LeftoverCount
                 SET LftIdx TO LeftoverCount
                 MOVE LoDate TO LtDate(LftIdx)
                 MOVE LoName TO LtName(LftIdx)
                 MOVE LoPortions TO LtPortions(LftIdx)
              END-IF
              READ Leftovers
                 AT END SET EndOfLeftovers TO TRUE
              END-READ
           END-PERFORM
           CLOSE Leftovers.

      * Rewritten in full; fully used entries are dropped, the same
      * way MealWriter rewrites the file.
       SaveLeftoverTable.
           OPEN OUTPUT Leftovers
           PERFORM VARYING LftIdx FROM 1 BY 1
              UNTIL LftIdx > LeftoverCount
              IF LtPortions(LftIdx) > ZERO
                 MOVE LtDate(LftIdx) TO LoDate
                 MOVE LtName(LftIdx) TO LoName
                 MOVE LtPortions(LftIdx) TO LoPortions
                 WRITE LeftoverRecord
              END-IF
           END-PERFORM
           CLOSE Leftovers.

       LoadPantry.
           MOVE ZEROES TO PantryCount
           OPEN INPUT PantryFile
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
              UNTIL PakIdx > PackCount
              MOVE PkName(PakIdx) TO PkReceiptName
              MOVE PkGrams(PakIdx) TO PkGramsPerUnit
              MOVE PkFrom(PakIdx) TO PkFromDate
              WRITE PantryPackRecord
           END-PERFORM
           CLOSE PantryPacks.
           MOVE NewLastMealDate TO PcLastMealDate
           WRITE PantryControlRecord
           CLOSE PantryControl.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "PantryLedger" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE MealFileNameVar TO PvInputName
           MOVE "M" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Recipes.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "FoodReceiptLink.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Pantry.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "PantryPacks.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "PantryControl.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Leftovers.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "WasteLog.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
