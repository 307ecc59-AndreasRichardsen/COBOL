      * are keyed by their Monday; weekly averages matter because
      * day-to-day weight noise has fooled people for years.
      * Written to WeightReport.rpt.
      * WeightReport.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 PrnNwCalories     PIC Z(6)9.
           02 FILLER            PIC X(4) VALUE " cal".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT MealFileNameVar FROM ENVIRONMENT "MEALFILE"
              DISPLAY "Nothing to report -- log weights with mode 1"
              STOP RUN
           END-IF
           PERFORM StartProvenance
           OPEN OUTPUT WeightReport
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
              PERFORM WriteWeekLine
           END-PERFORM
           CLOSE WeightReport
           MOVE "WeightReport.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to WeightReport.rpt ("
              WeekCount " weeks)".

              AuditBefore, AuditAfter
           CALL "GetOperator" USING AuditUserWS
           MOVE AuditUserWS TO AuditUser
           CALL "SealAuditEntry" USING AuditDetails
           WRITE AuditDetails
           CLOSE AuditLog.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "WeightWriter" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "Weights.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE MealFileNameVar TO PvInputName
           MOVE "M" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "SnackCatalog.dat" TO PvInputName
           MOVE "B" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
