      * with two supermarkets equidistant from home, that line
      * decides where the week's shop happens. Items with no price
      * history land in their own group. Estimated totals assume one
      * unit per list line. Written to ShoppingList.rpt; the same
      * lines are appended to ShoppingLists.dat under the week start
      * and a generation stamp, so ListAdherence can later hold the
      * list up against what the shop actually bought. A linked
      * item's lines are found through the item index (ItemIndex)
      * rather than a scan of every receipt; with no index, or one
      * that has drifted from the file, the scan still does it.
      * ShoppingList.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PantryFileStatus.

           SELECT SavedListFile ASSIGN TO "ShoppingLists.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SavedListStatus.

           SELECT ListReport ASSIGN TO "ShoppingList.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           02 PanName           PIC X(20).
           02 PanGrams          PIC S9(6).

       FD SavedListFile.
       01 SavedListRecord.
           02 SLWeek            PIC 9(8).
           02 SLStamp           PIC 9(14).
           02 SLFood            PIC X(20).
           02 SLGrams           PIC 9(5).
           02 SLStore           PIC X(20).
           02 SLPrice           PIC 9(4)V99.

       FD ListReport.
       01 PrintLine             PIC X(60).

           88 FoundNeedEntry    VALUE "Y".

       01 StoreGroup            PIC X(20).
       01 SavedListStatus       PIC XX.
       01 ListStampWS.
           02 ListStampDate     PIC 9(8).
           02 ListStampTime     PIC 9(6).
       01 NowTimeFull           PIC 9(8).
       01 PantryFileStatus      PIC XX.
       01 PantryCovered         PIC 9(3) VALUE ZERO.

           88 FoundLsEntry      VALUE "Y".
       01 CheapTotal            PIC 9(6)V99 VALUE ZERO.
       01 DefaultTotal          PIC 9(6)V99 VALUE ZERO.
       01 IndexLookupFlag       PIC X.
           88 IndexLookupDone   VALUE "Y".
       COPY "ITEMIDX.cpy".

       01 ListHeading.
           02 FILLER            PIC X(24)

       01 Divider               PIC X(60) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT ReceiptFileNameVar FROM ENVIRONMENT "RECEIPTFILE"
           PERFORM ResolveGroups
           PERFORM ResolveCheapestStores
           PERFORM WriteShoppingList
           PERFORM SaveShoppingList
           DISPLAY "List written to ShoppingList.rpt ("
              NeedCount " items)"
           STOP RUN.

       FindLatestType.
           MOVE ZEROES TO LatestTypeDate
           PERFORM FindLatestTypeByIndex
           IF IndexLookupDone
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT ReceiptFile
           IF ReceiptFileStatus NOT = "00"
              EXIT PARAGRAPH

       CollectStorePrices.
           MOVE ZEROES TO PriceStoreCount
           PERFORM CollectStorePricesByIndex
           IF IndexLookupDone
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT ReceiptFile
           IF ReceiptFileStatus NOT = "00"
              EXIT PARAGRAPH
           CLOSE ReceiptFile
           MOVE SPACES TO ReceiptDetails.

      * The index holds the item's lines oldest first, so the last
      * entry is the latest type. A slot that no longer holds the
      * line the index names leaves IndexLookupFlag off for the scan.
       FindLatestTypeByIndex.
           MOVE "N" TO IndexLookupFlag
           MOVE LinkedReceiptName TO IxItemName
           MOVE "L" TO IxAction
           CALL "ItemIndex" USING ItemIndexRequest
           IF IxUnindexed
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO IndexLookupFlag
           IF IxFound
              OPEN INPUT ReceiptFile
              IF ReceiptFileStatus NOT = "00"
                 MOVE "N" TO IndexLookupFlag
                 EXIT PARAGRAPH
              END-IF
              MOVE IxRNr TO RRecNr
              READ ReceiptFile
                 INVALID KEY MOVE SPACES TO ReceiptDetails
              END-READ
              IF RHeaderRecord OR RName NOT = LinkedReceiptName
                 OR RDate NOT = IxDate
                 MOVE "N" TO IndexLookupFlag
              ELSE
                 MOVE RDate TO LatestTypeDate
                 MOVE RType TO NeedGroup(NeedIdx)
              END-IF
              CLOSE ReceiptFile
              MOVE SPACES TO ReceiptDetails
           END-IF
           MOVE "X" TO IxAction
           CALL "ItemIndex" USING ItemIndexRequest.

       CollectStorePricesByIndex.
           MOVE "N" TO IndexLookupFlag
           MOVE LinkedReceiptName TO IxItemName
           MOVE "F" TO IxAction
           CALL "ItemIndex" USING ItemIndexRequest
           IF IxUnindexed
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT ReceiptFile
           IF ReceiptFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO IndexLookupFlag
           PERFORM UNTIL NOT IxFound
              MOVE IxRNr TO RRecNr
              READ ReceiptFile
                 INVALID KEY MOVE SPACES TO ReceiptDetails
              END-READ
              IF RHeaderRecord OR RName NOT = LinkedReceiptName
                 OR RDate NOT = IxDate
                 MOVE "N" TO IndexLookupFlag
                 MOVE ZEROES TO PriceStoreCount
                 EXIT PERFORM
              END-IF
              IF RAmount > ZERO
                 PERFORM NoteStorePrice
              END-IF
              MOVE "N" TO IxAction
              CALL "ItemIndex" USING ItemIndexRequest
           END-PERFORM
           CLOSE ReceiptFile
           MOVE SPACES TO ReceiptDetails
           MOVE "X" TO IxAction
           CALL "ItemIndex" USING ItemIndexRequest.

       NoteStorePrice.
           MOVE "N" TO PsFound
           PERFORM VARYING PsIdx FROM 1 BY 1
           END-PERFORM.

       WriteShoppingList.
           PERFORM StartProvenance
           OPEN OUTPUT ListReport
           MOVE WeekStartDate TO PrnHeadDate
           WRITE PrintLine FROM ListHeading AFTER ADVANCING 1 LINE
           MOVE DefaultTotal TO PrnDefaultTotal
           WRITE PrintLine FROM DefaultTotalLine
              AFTER ADVANCING 1 LINE
           CLOSE ListReport
           MOVE "ShoppingList.rpt" TO PvReportName
           PERFORM StampProvenance.

      * Every generated list is kept: a rerun for the same week
      * appends a fresh generation rather than rewriting history,
      * and readers take the newest stamp for the week.
       SaveShoppingList.
           ACCEPT ListStampDate FROM DATE YYYYMMDD
           ACCEPT NowTimeFull FROM TIME
           MOVE NowTimeFull(1:6) TO ListStampTime
           OPEN EXTEND SavedListFile
           IF SavedListStatus = "35"
              OPEN OUTPUT SavedListFile
           END-IF
           PERFORM VARYING NeedIdx FROM 1 BY 1
              UNTIL NeedIdx > NeedCount
              MOVE WeekStartDate TO SLWeek
              MOVE ListStampWS TO SLStamp
              MOVE NeedName(NeedIdx) TO SLFood
              MOVE NeedGrams(NeedIdx) TO SLGrams
              MOVE NeedStore(NeedIdx) TO SLStore
              MOVE NeedPrice(NeedIdx) TO SLPrice
              WRITE SavedListRecord
           END-PERFORM
           CLOSE SavedListFile.

       BuildStoreGroups.
           MOVE ZEROES TO ListStoreCount
                 END-IF
              END-IF
           END-PERFORM.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "ShoppingList" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "MealPlan.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Recipes.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "FoodReceiptLink.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Pantry.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
