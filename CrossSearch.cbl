      * and mode 3 is the batch pass the scheduler runs: every
      * watched search executes against records dated since its last
      * run and only the new hits land in WatchReport.rpt.
      * WatchReport.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 ScriptActive      VALUE "Y".
       01 ScriptAnswer          PIC X(44).

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT MealFileNameVar FROM ENVIRONMENT "MEALFILE"
      * today so next time only tells you when the answer changes.
       RunWatchedSearches.
           MOVE ZEROES TO WatchHitsTotal
           PERFORM StartProvenance
           OPEN OUTPUT WatchReport
           MOVE "Watched search results" TO WatchPrintLine
           WRITE WatchPrintLine AFTER ADVANCING 1 LINE
              END-IF
           END-PERFORM
           CLOSE WatchReport
           MOVE "WatchReport.rpt" TO PvReportName
           PERFORM StampProvenance
           PERFORM SaveSavedSearches
           DISPLAY "Watched searches done -- " WatchHitsTotal
              " new hits in WatchReport.rpt".
              AT END SET EndOfTempFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTempFile
              CALL "CalibrateReading" USING Location, TempMetric,
                 TempDateNum, Temperature
              MOVE TempDateNum TO RecDateWS
              MOVE SPACES TO SearchText
              STRING Country " " Location
              SET ScriptActive TO TRUE
              DISPLAY "Scripted run -- answers from the script file"
           END-IF.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "CrossSearch" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE MealFileNameVar TO PvInputName
           MOVE "M" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE WHFileNameVar TO PvInputName
           MOVE "W" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE TempFileNameVar TO PvInputName
           MOVE "T" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "SavedSearches.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
