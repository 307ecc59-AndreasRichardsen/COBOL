       01 SnapResultWS        PIC X.
           88 SnapshotRefused VALUE "N".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
           ACCEPT TempFileNameVar FROM ENVIRONMENT "TEMPFILE"
           IF TempFileNameVar = SPACES
           ACCEPT ReportMode
           OPEN INPUT TempFile
           MOVE 1 TO TempRecNr
           PERFORM StartProvenance
           OPEN OUTPUT TempReport
           IF TrendMode
              DISPLAY "Location to chart"
           END-IF
           CLOSE TempFile
           CLOSE TempReport
           MOVE "TempReport.rpt" TO PvReportName
           PERFORM StampProvenance
           CALL "RemoveSnapshot" USING SnapshotNameWS
           GOBACK.

              END-READ
           END-IF
           PERFORM UNTIL EndOfTempFile
              CALL "CalibrateReading" USING Location, TempMetric,
                 TempDateNum, Temperature
              PERFORM FindOrAddLocation
              READ TempFile NEXT RECORD
                 AT END SET EndOfTempFile TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL EndOfTempFile
              CALL "CalibrateReading" USING Location, TempMetric,
                 TempDateNum, Temperature
              MOVE TempMetric TO MetricWS
              IF MetricWS = SPACE
                 MOVE "W" TO MetricWS
           COMPUTE AvgTemp ROUNDED = LocSum(I) / LocCount(I)
           MOVE AvgTemp TO PrnAvgTemp
           WRITE PrintLine FROM LocationLine AFTER ADVANCING 1 LINE.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "TempReportWriter" TO PvProgramName
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
