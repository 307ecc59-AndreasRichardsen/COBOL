      * totals -- on-time days, late starts with minutes, early
      * finishes, off-schedule days -- close the report. Written to
      * ScheduleAdherence.rpt.
      * ScheduleAdherence.rpt ends with the ReportProvenance block:
      * operator, run time and the count, checksum and layout generation
      * of every input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 Divider               PIC X(75) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WHFileNameVar FROM ENVIRONMENT "WORKHOURFILE"
           CLOSE WorkHourFile.

       WriteAdherenceReport.
           PERFORM StartProvenance
           OPEN OUTPUT AdherenceReport
           MOVE TargetYear TO PrnHeadYear
           MOVE TargetMonth TO PrnHeadMonth
           WRITE PrintLine FROM TotalsLine3 AFTER ADVANCING 1 LINE
           MOVE OffSchedDays TO PrnOffSched
           WRITE PrintLine FROM TotalsLine4 AFTER ADVANCING 1 LINE
           CLOSE AdherenceReport
           MOVE "ScheduleAdherence.rpt" TO PvReportName
           PERFORM StampProvenance.

       JudgeOneDay.
           CALL "DayOfWeek" USING CheckDateNum, DowNumWS,
                 ADD 1 TO OnTimeDays
           END-EVALUATE
           WRITE PrintLine FROM DayLine AFTER ADVANCING 1 LINE.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "ScheduleAdherence" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE WHFileNameVar TO PvInputName
           MOVE "W" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "ShiftSchedules.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
