      * consecutive readings of a series longer than twice the
      * interval -- so February's three silent weeks stand out.
      * Written to SensorMonitor.rpt.
      * SensorMonitor.rpt ends with the ReportProvenance block:
      * operator, run time and the count, checksum and layout generation
      * of every input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 FILLER            PIC X(23)
              VALUE " has no readings at all".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TempFileNameVar FROM ENVIRONMENT "TEMPFILE"
           PERFORM LoadIntervals
           PERFORM ScanSeries

           PERFORM StartProvenance
           OPEN OUTPUT MonitorRpt
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE

           CLOSE MonitorRpt
           MOVE "SensorMonitor.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to SensorMonitor.rpt ("
              StaleCount " stale, " GapCount " gaps)"
           GOBACK.
              END-READ
           END-PERFORM
           CLOSE LocationIntervals.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "SensorMonitor" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE TempFileNameVar TO PvInputName
           MOVE "T" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "LocationMaster.dat" TO PvInputName
           MOVE "B" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "LocationIntervals.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
