      * horizon, each with the RNr that finds the receipt among
      * thousands. A warranty month counts as 30 days. Written to
      * WarrantyReport.rpt.
      * WarrantyReport.rpt ends with the ReportProvenance block:
      * operator, run time and the count, checksum and layout generation
      * of every input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 FILLER            PIC X(10) VALUE " deadline ".
           02 PrnDeadline       PIC 9(8).

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TodayDateNum FROM DATE YYYYMMDD
           END-PERFORM
           COMPUTE HorizonDayNum = TodayDayNum + HorizonDays

           PERFORM StartProvenance
           OPEN OUTPUT WarrantyRpt
           MOVE HorizonDays TO PrnHorizon
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE

           CLOSE WarrantyRpt
           MOVE "WarrantyReport.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to WarrantyReport.rpt ("
              ClosingCount " return windows, " ExpiringCount
              " warranties)"
           MOVE "N" TO RmDone
           WRITE ReminderRecord
           CLOSE Reminders.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "WarrantyReport" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "WarrantyReg.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
