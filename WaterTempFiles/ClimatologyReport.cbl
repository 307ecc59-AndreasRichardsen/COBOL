      * YearEndArchive are read through: every Temps.<year>.dat
      * archive present is scanned before the live file, so the
      * normals never go blind.
      * Climatology.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 Divider               PIC X(85) VALUE ALL "*".
       01 NoneLine              PIC X(20) VALUE "  (no data)".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TempFileNameVar FROM ENVIRONMENT "TEMPFILE"
              AT END SET EndOfTempFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTempFile
              CALL "CalibrateReading" USING Location, TempMetric,
                 TempDateNum, Temperature
              MOVE TempMetric TO MetricWS
              IF MetricWS = SPACE
                 MOVE "W" TO MetricWS
           END-IF.

       WriteClimatology.
           PERFORM StartProvenance
           OPEN OUTPUT ClimatologyRpt
           MOVE TargetMonth TO PrnHeadMonth
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
              MOVE SsLast(SeaIdx) TO PrnSsLast
              WRITE PrintLine FROM SeasonLine AFTER ADVANCING 1 LINE
           END-PERFORM
           CLOSE ClimatologyRpt
           MOVE "Climatology.rpt" TO PvReportName
           PERFORM StampProvenance.

       WriteOneLocStat.
           COMPUTE AvgAll ROUNDED =
              WRITE PrintLine FROM AnomalyLine
                 AFTER ADVANCING 1 LINE
           END-IF.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "ClimatologyReport" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE TempFileNameVar TO PvInputName
           MOVE "T" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
