      * tracked but never watered. Field names come from each log's
      * own "<name>.dict" schema, the same file DataWriter saves.
      * Written to LogJoin.rpt.
      * LogJoin.rpt ends with the ReportProvenance block: operator, run
      * time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 NoneLine              PIC X(12) VALUE "  (none)".
       01 Divider               PIC X(110) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "First (left) log file name"
           END-PERFORM.

       WriteJoinReport.
           PERFORM StartProvenance
           OPEN OUTPUT JoinReport
           MOVE SPACES TO PrintLine
           STRING "Join of " DELIMITED BY SIZE
           IF RightOrphans = ZERO
              WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
           END-IF
           CLOSE JoinReport
           MOVE "LogJoin.rpt" TO PvReportName
           PERFORM StampProvenance.

      * All right rows carrying the left row's key print beside it.
       WriteMatchesForKey.
                    AFTER ADVANCING 1 LINE
              END-IF
           END-PERFORM.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "LogJoinReport" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE LeftName TO PvInputName
           MOVE "B" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE RightName TO PvInputName
           MOVE "B" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
