      * which prices a full scan at today's size and at the
      * threshold, against the acceptable runtime. Written to
      * CapacityForecast.rpt.
      * CapacityForecast.rpt ends with the ReportProvenance block:
      * operator, run time and the count, checksum and layout generation
      * of every input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 Divider               PIC X(80) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TodayDateNum FROM DATE YYYYMMDD
           PERFORM LoadGrowthSamples
           PERFORM LoadBestBenchmark

           PERFORM StartProvenance
           OPEN OUTPUT ForecastRpt
           MOVE RecThreshold TO PrnThreshold
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
              WRITE PrintLine AFTER ADVANCING 1 LINE
           END-IF
           CLOSE ForecastRpt
           MOVE "CapacityForecast.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Forecast written to CapacityForecast.rpt"
           STOP RUN.

                 WRITE PrintLine AFTER ADVANCING 1 LINE
              END-IF
           END-IF.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "CapacityForecast" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "WorkHours.dat" TO PvInputName
           MOVE "W" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Receipts.dat" TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Meals.dat" TO PvInputName
           MOVE "M" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Temps.dat" TO PvInputName
           MOVE "T" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "FileGrowth.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "BenchmarkHistory.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
