      * degree-days and the energy receipts and is the thing a leak
      * actually shows up in. Mode 3 maintains the register.
      * Written to MeterReport.rpt.
      * MeterReport.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnUtUnit         PIC X(6).

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "1 = Key readings   2 = Monthly consumption   "
           END-PERFORM
           CLOSE MeterReadings

           PERFORM StartProvenance
           OPEN OUTPUT MeterRpt
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
              WRITE PrintLine FROM UsageLine AFTER ADVANCING 1 LINE
           END-PERFORM
           CLOSE MeterRpt
           MOVE "MeterReport.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to MeterReport.rpt".

       FoldReadingIntoUsage.
           MOVE "N" TO RmDone
           WRITE ReminderRecord
           CLOSE Reminders.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "MeterLog" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "Meters.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "MeterReadings.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
