      * portions per category, with the annual totals at the bottom.
      * Amounts on file are gross, so net = gross / (1 + rate) and
      * VAT is the difference. Written to VatReport.rpt.
      * VatReport.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 Divider               PIC X(75) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT ReceiptFileNameVar FROM ENVIRONMENT "RECEIPTFILE"
           END-EVALUATE.

       WriteVatReport.
           PERFORM StartProvenance
           OPEN OUTPUT VatReportFile
           MOVE TargetYear TO PrnHeadYear
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           MOVE YearNet TO PrnYearNet
           MOVE YearVat TO PrnYearVat
           WRITE PrintLine FROM YearTotalLine AFTER ADVANCING 1 LINE
           CLOSE VatReportFile
           MOVE "VatReport.rpt" TO PvReportName
           PERFORM StampProvenance.

       WriteOneMonth.
           MOVE "N" TO MonthHasSpend
           MOVE MonthVat TO PrnMonVat
           WRITE PrintLine FROM MonthTotalLine
              AFTER ADVANCING 1 LINE.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "VatReport" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "VatRates.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
