      * evening threshold (19:00), with the weekday name and ISO week
      * from DayOfWeek on each line and separate totals for weekend
      * hours and evening entries.
      * WeekendWork.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 Divider               PIC X(70) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WHFileNameVar FROM ENVIRONMENT "WORKHOURFILE"
              DISPLAY "WorkHours.dat not found"
              STOP RUN
           END-IF
           PERFORM StartProvenance
           OPEN OUTPUT WeekendReport
           MOVE RangeStartDate TO PrnHeadStart
           MOVE RangeEndDate TO PrnHeadEnd
           WRITE PrintLine FROM EveningTotalLine
              AFTER ADVANCING 1 LINE
           CLOSE WeekendReport
           MOVE "WeekendWork.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to WeekendWork.rpt"
           STOP RUN.

                 END-IF
              END-IF
           END-PERFORM.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "WeekendWorkReport" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE WHFileNameVar TO PvInputName
           MOVE "W" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
