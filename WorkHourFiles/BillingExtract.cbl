      * project link are reported as a non-billable remainder so the
      * extract and the pay statement can be reconciled against each
      * other. Written to BillingExtract.rpt.
      * BillingExtract.rpt ends with the ReportProvenance block:
      * operator, run time and the count, checksum and layout generation
      * of every input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 Divider               PIC X(70) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WHFileNameVar FROM ENVIRONMENT "WORKHOURFILE"
      * One block per client: each of the client's projects with
      * hours, rate and amount, then the client subtotal.
       WriteBillingReport.
           PERFORM StartProvenance
           OPEN OUTPUT BillingReport
           MOVE TargetPeriod TO PrnHeadPeriod
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
      * reconciling against the pay statement needs to see them
           MOVE StandbySkipped TO PrnStandby
           WRITE PrintLine FROM StandbyLine AFTER ADVANCING 1 LINE
           CLOSE BillingReport
           MOVE "BillingExtract.rpt" TO PvReportName
           PERFORM StampProvenance.

      * Writes every project for CurrClient and blanks them out of
      * the table so the outer loop does not print the client twice.
           MOVE ClientTotal TO PrnClientTotal
           WRITE PrintLine FROM ClientTotalLine
              AFTER ADVANCING 1 LINE.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "BillingExtract" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE WHFileNameVar TO PvInputName
           MOVE "W" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "ProjectMaster.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "WorkProject.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
