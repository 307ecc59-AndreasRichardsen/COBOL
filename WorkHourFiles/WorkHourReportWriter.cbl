           02 PrnUnpaidUsed     PIC ZZ9.
           02 FILLER            PIC X(6) VALUE " used".

       COPY "PROVREQ.cpy".

       LINKAGE SECTION.
       01 BatchParms.
      * Pass this group to skip the interactive prompts below and run
              GOBACK
           END-IF
           MOVE SnapshotNameWS TO WHFileNameVar
           PERFORM StartProvenance

           OPEN INPUT WorkHourFile
           PERFORM LoadTargetHours
              CLOSE WorkHourReportCSV
           ELSE
              CLOSE WorkHourReport
              MOVE WHReportFileNameVar TO PvReportName
              PERFORM StampProvenance
           END-IF
           CALL "RemoveSnapshot" USING SnapshotNameWS
           DISPLAY "Report made for: "
              END-IF
              ADD WHHoursWorked TO FlexBalance
           END-IF.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "WorkHourReportWriter" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE WHFileNameVar TO PvInputName
           MOVE "W" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "TargetHours.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "LeaveBalances.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
