      * doubling every summer) shows up without running twelve
      * separate reports. Header records are skipped; returns flow
      * through as negatives.
      * CategoryMatrix.rpt ends with the ReportProvenance block:
      * operator, run time and the count, checksum and layout generation
      * of every input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 Divider               PIC X(130) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT ReceiptFileNameVar FROM ENVIRONMENT "RECEIPTFILE"
           END-PERFORM
           CLOSE ReceiptFile

           PERFORM StartProvenance
           OPEN OUTPUT MatrixReport
           MOVE MatrixYear TO PrnHeadYear
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           PERFORM WriteColumnTotals
           CLOSE MatrixReport
           MOVE "CategoryMatrix.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Matrix written to CategoryMatrix.rpt"
           STOP RUN.

           END-PERFORM
           MOVE GrandTotal TO PrnRowTotal
           WRITE PrintLine FROM MatrixLine AFTER ADVANCING 1 LINE.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "CategoryMatrix" TO PvProgramName
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
