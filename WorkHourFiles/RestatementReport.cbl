      * actually arrived, and its before and after images say what
      * it changed. Each late correction is listed with its effect.
      * Written to Restatement.rpt.
      * Restatement.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           VALUE "  (no late corrections -- totals agree)".
       01 Divider               PIC X(75) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WHFileNameVar FROM ENVIRONMENT "WORKHOURFILE"

           PERFORM SumCurrentHours

           PERFORM StartProvenance
           OPEN OUTPUT RestatementRpt
           MOVE TargetPeriod TO PrnHeadPeriod
           MOVE CutoffDate TO PrnHeadCutoff
           MOVE HoursDelta TO PrnHoursDelta
           WRITE PrintLine FROM DeltaLine AFTER ADVANCING 1 LINE
           CLOSE RestatementRpt
           MOVE "Restatement.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to Restatement.rpt ("
              LateCount " late corrections)"
           STOP RUN.
                 END-IF
              END-IF
           END-PERFORM.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "RestatementReport" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE WHFileNameVar TO PvInputName
           MOVE "W" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "AuditLog.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
