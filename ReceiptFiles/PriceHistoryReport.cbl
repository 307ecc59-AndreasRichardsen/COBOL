      * history. Years moved out by YearEndArchive are read through:
      * the per-year Receipts.<year>.dat archives are scanned oldest
      * first, then the live file, so the first/latest tracking
      * still sees the whole history. Asked for a single item, the
      * live file is read through the item index (ItemIndex) in
      * date order instead of scanned, falling back to the scan when
      * there is no index or it has drifted from the file.
      * PriceHistory.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 FoundItemEntry    VALUE "Y".
       01 JumpPct               PIC S9(4)V9.
       01 ChangePct             PIC S9(4)V9.
       01 ItemFilter            PIC X(30).
       01 IndexWalkFlag         PIC X.
           88 IndexWalkUsable   VALUE "Y".
       COPY "ITEMIDX.cpy".

       01 ReportHeading.
           02 FILLER            PIC X(34)

       01 Divider               PIC X(90) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT ReceiptFileNameVar FROM ENVIRONMENT "RECEIPTFILE"
                 DISPLAY "Threshold must not be zero"
              END-IF
           END-PERFORM
           DISPLAY "Item name (Enter = every item)"
           ACCEPT ItemFilter

           PERFORM StartProvenance
           OPEN OUTPUT PriceReport
           MOVE JumpThresholdPct TO PrnThreshold
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
              ADD 1 TO ProbeYear
           END-PERFORM
           MOVE LiveFileName TO ReceiptFileNameVar
           MOVE "N" TO IndexWalkFlag
           IF ItemFilter NOT = SPACES
              PERFORM CheckIndexWalk
           END-IF
           IF IndexWalkUsable
              PERFORM WalkLiveByIndex
           ELSE
              PERFORM ScanOneReceiptFile
           END-IF

           PERFORM VARYING ItmIdx FROM 1 BY 1
              UNTIL ItmIdx > ItemCount
              PERFORM WriteItemLine
           END-PERFORM
           CLOSE PriceReport
           MOVE "PriceHistory.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to PriceHistory.rpt ("
              ItemCount " items)"
           STOP RUN.
              END-READ
              IF NOT EndOfReceipt AND NOT RHeaderRecord
                 AND RAmount > ZERO
                 AND (ItemFilter = SPACES OR RName = ItemFilter)
                 PERFORM TrackItemPrice
              END-IF
           END-PERFORM
           CLOSE ReceiptFile
           MOVE SPACES TO ReceiptDetails.

      * Every slot the index lists for the item must still hold a
      * line of that item on that date before the walk is trusted;
      * the check reads the same slots the walk will.
       CheckIndexWalk.
           OPEN INPUT ReceiptFile
           IF ReceiptFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE ItemFilter TO IxItemName
           MOVE "F" TO IxAction
           CALL "ItemIndex" USING ItemIndexRequest
           IF NOT IxUnindexed
              MOVE "Y" TO IndexWalkFlag
           END-IF
           PERFORM UNTIL NOT IxFound
              MOVE IxRNr TO RRecNr
              READ ReceiptFile
                 INVALID KEY MOVE SPACES TO ReceiptDetails
              END-READ
              IF RHeaderRecord OR RName NOT = ItemFilter
                 OR RDate NOT = IxDate
                 MOVE "N" TO IndexWalkFlag
                 EXIT PERFORM
              END-IF
              MOVE "N" TO IxAction
              CALL "ItemIndex" USING ItemIndexRequest
           END-PERFORM
           MOVE "X" TO IxAction
           CALL "ItemIndex" USING ItemIndexRequest
           CLOSE ReceiptFile
           MOVE SPACES TO ReceiptDetails.

       WalkLiveByIndex.
           OPEN INPUT ReceiptFile
           MOVE ItemFilter TO IxItemName
           MOVE "F" TO IxAction
           CALL "ItemIndex" USING ItemIndexRequest
           PERFORM UNTIL NOT IxFound
              MOVE IxRNr TO RRecNr
              READ ReceiptFile
                 INVALID KEY MOVE SPACES TO ReceiptDetails
              END-READ
              IF RAmount > ZERO
                 PERFORM TrackItemPrice
              END-IF
              MOVE "N" TO IxAction
              CALL "ItemIndex" USING ItemIndexRequest
           END-PERFORM
           MOVE "X" TO IxAction
           CALL "ItemIndex" USING ItemIndexRequest
           CLOSE ReceiptFile
           MOVE SPACES TO ReceiptDetails.

              MOVE SPACES TO PrnJumpFlag
           END-IF
           WRITE PrintLine FROM ItemLine AFTER ADVANCING 1 LINE.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "PriceHistoryReport" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
