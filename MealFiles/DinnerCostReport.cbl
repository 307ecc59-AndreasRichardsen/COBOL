      * dinner -- the cheap-but-dull against the expensive
      * favourites. Components without a link or a price are marked
      * so the gaps are visible rather than silently costed at zero.
      * Each linked item's latest price is read through the item
      * index (ItemIndex); with no index, or one that has drifted
      * from the file, one scan of the receipts finds them instead.
      * DinnerCost.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 ComponentPriced       PIC X.
       01 DinnerCost            PIC 9(5)V99.
       01 UnpricedParts         PIC 9.
       01 IndexLookupFlag       PIC X.
           88 IndexLookupDone   VALUE "Y".
       COPY "ITEMIDX.cpy".

       01 DinnerCostLine.
           02 PrnDate           PIC 9(8).
           VALUE "Cost per dinner (latest receipt prices)".
       01 Divider               PIC X(80) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT MealFileNameVar FROM ENVIRONMENT "MEALFILE"
              DISPLAY "Meals.dat not found"
              EXIT PARAGRAPH
           END-IF
           PERFORM StartProvenance
           OPEN OUTPUT CostReport
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           END-PERFORM
           CLOSE MealFile
           CLOSE CostReport
           MOVE "DinnerCost.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to DinnerCost.rpt".

       LoadLinkTable.
      * One pass over the receipts: the newest purchase date wins as
      * "what this ingredient actually costs me".
       LoadLatestPrices.
           PERFORM LoadLatestPricesByIndex
           IF IndexLookupDone
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LnkIdx FROM 1 BY 1
              UNTIL LnkIdx > LinkCount
              MOVE ZEROES TO LTLatestPrice(LnkIdx),
                 LTLatestDate(LnkIdx)
              MOVE "N" TO LTPriced(LnkIdx)
           END-PERFORM
           OPEN INPUT ReceiptFile
           IF ReceiptFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-PERFORM
           CLOSE ReceiptFile.

      * Per link, the index walk starts at the item's newest line
      * and stops at the first purchase; returns are stepped over.
       LoadLatestPricesByIndex.
           MOVE "N" TO IndexLookupFlag
           OPEN INPUT ReceiptFile
           IF ReceiptFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO IndexLookupFlag
           PERFORM VARYING LnkIdx FROM 1 BY 1
              UNTIL LnkIdx > LinkCount OR NOT IndexLookupDone
              PERFORM PriceOneLinkByIndex
           END-PERFORM
           CLOSE ReceiptFile
           MOVE "X" TO IxAction
           CALL "ItemIndex" USING ItemIndexRequest.

       PriceOneLinkByIndex.
           MOVE LTReceiptName(LnkIdx) TO IxItemName
           MOVE "L" TO IxAction
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
              IF RHeaderRecord OR RName NOT = LTReceiptName(LnkIdx)
                 OR RDate NOT = IxDate
                 MOVE "N" TO IndexLookupFlag
                 EXIT PERFORM
              END-IF
              IF RAmount > ZERO
                 MOVE RDate TO LTLatestDate(LnkIdx)
                 MOVE RPrice TO LTLatestPrice(LnkIdx)
                 MOVE "Y" TO LTPriced(LnkIdx)
                 EXIT PERFORM
              END-IF
              MOVE "P" TO IxAction
              CALL "ItemIndex" USING ItemIndexRequest
           END-PERFORM.

       CostOneDinner.
           MOVE ZEROES TO DinnerCost, UnpricedParts
           MOVE Protein TO ComponentName
           IF ComponentPriced = "N"
              ADD 1 TO UnpricedParts
           END-IF.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "DinnerCostReport" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "FoodReceiptLink.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE MealFileNameVar TO PvInputName
           MOVE "M" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
