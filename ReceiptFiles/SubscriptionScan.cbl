      * charges that failed to appear. The monthly budget check sees
      * each month on its own, so this is the only thing that notices
      * a streaming bill creeping up. Written to Subscriptions.rpt.
      * Subscriptions.rpt ends with the ReportProvenance block:
      * operator, run time and the count, checksum and layout generation
      * of every input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 FILLER            PIC X(21) VALUE " -- no charge since ".
           02 PrnMissLast       PIC 9(8).

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT ReceiptFileNameVar FROM ENVIRONMENT "RECEIPTFILE"
              GOBACK
           END-IF

           PERFORM StartProvenance
           OPEN OUTPUT SubReport
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE

           CLOSE SubReport
           MOVE "Subscriptions.rpt" TO PvReportName
           PERFORM StampProvenance
           PERFORM SaveRegister
           DISPLAY "Scan written to Subscriptions.rpt ("
              NewCount " new, " IncreaseCount " increases, "
              MOVE RgLastDate(RegIdx) TO PrnMissLast
              WRITE PrintLine FROM MissedLine AFTER ADVANCING 1 LINE
           END-IF.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "SubscriptionScan" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Subscriptions.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
