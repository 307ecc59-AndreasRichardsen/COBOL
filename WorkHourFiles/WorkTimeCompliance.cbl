      * stored as a 2400/0000 split across two records, so that join
      * is recognised as one continuous shift rather than a missing
      * rest. Findings go to Compliance.rpt.
      * Entries count alike whichever employer they were worked for
      * (the WorkEmployer.dat link is deliberately not read): the
      * limits are on total working time, so the hours of a second
      * job add to those of the first in every window.
      * Compliance.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 PrnRestMin        PIC Z9.99.
           02 FILLER            PIC X VALUE ")".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WHFileNameVar FROM ENVIRONMENT "WORKHOURFILE"
              STOP RUN
           END-IF

           PERFORM StartProvenance
           OPEN OUTPUT ComplianceReport
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           PERFORM CheckRollingAverage
           PERFORM CheckRestPeriods
           CLOSE ComplianceReport
           MOVE "Compliance.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to Compliance.rpt ("
              FlaggedWeeks " week, " FlaggedAverages " average, "
              FlaggedRests " rest findings)"
              WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
           END-IF
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "WorkTimeCompliance" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE WHFileNameVar TO PvInputName
           MOVE "W" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "ComplianceRules.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
