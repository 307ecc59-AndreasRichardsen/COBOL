      * vendor -- so the cost per degree-day shows whether the house
      * got better or the weather just got milder. Written to
      * DegreeDay.rpt.
      * DegreeDay.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 Divider               PIC X(70) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TempFileNameVar FROM ENVIRONMENT "TEMPFILE"
              AT END SET EndOfTempFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTempFile
              CALL "CalibrateReading" USING Location, TempMetric,
                 TempDateNum, Temperature
              IF AirMetric AND TempYear = TargetYear
                 PERFORM FoldAirReading
              END-IF
           CLOSE ReceiptFile.

       WriteDegreeDayReport.
           PERFORM StartProvenance
           OPEN OUTPUT DegreeDayRpt
           MOVE BaseTemp TO PrnBase
           MOVE TargetYear TO PrnHeadYear
                    AFTER ADVANCING 1 LINE
              END-IF
           END-PERFORM
           CLOSE DegreeDayRpt
           MOVE "DegreeDay.rpt" TO PvReportName
           PERFORM StampProvenance.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "DegreeDayReport" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE TempFileNameVar TO PvInputName
           MOVE "T" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
