      * calendar (HolidayCalendar.dat) are not flagged as gaps, and
      * neither are days covered by an active vacation plan in
      * LeavePlans.dat -- a planned day off is not a forgotten day.
      * MissingDays.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 DowNameTable REDEFINES DowNameList.
           02 DowNameEntry      PIC X(9) OCCURS 7 TIMES.

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WHFileNameVar FROM ENVIRONMENT "WORKHOURFILE"
           PERFORM MarkCalendarHolidays
           PERFORM MarkPlannedLeave

           PERFORM StartProvenance
           OPEN OUTPUT MissingDaysReport
           MOVE TargetYear TO PrnHeadYear
           MOVE TargetMonth TO PrnHeadMonth
           MOVE MissingCount TO PrnMissCount
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
           CLOSE MissingDaysReport
           MOVE "MissingDays.rpt" TO PvReportName
           PERFORM StampProvenance

           DISPLAY "Missing-day report written to MissingDays.rpt ("
              MissingCount " gaps)"
              SET ScriptActive TO TRUE
              DISPLAY "Scripted run -- answers from the script file"
           END-IF.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "MissingDayReport" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE WHFileNameVar TO PvInputName
           MOVE "W" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "HolidayCalendar.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "LeavePlans.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
