       IDENTIFICATION DIVISION.
       PROGRAM-ID. ImportRegisterReport.
       AUTHOR. Andreas Richardsen.

      * Listing of the import register (ImportRegister.dat, kept by
      * ImportRegister): every hand-dropped input file an importer
      * was offered, oldest first -- when, by whom and through which
      * program, whether it was LOADED, RELOADED on the operator's
      * override or REFUSED as already loaded, how many lines were
      * loaded and rejected, the fingerprint the check compares
      * (line count, checksum, record date range) and where the
      * processed file now lies under Imported/. Ends with the count
      * of each result. Written to ImportRegister.rpt.
      * ImportRegister.rpt ends with the ReportProvenance block:
      * operator, run time and the count, checksum and layout generation
      * of every input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RegisterFile ASSIGN TO "ImportRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RegisterStatus.

           SELECT RegisterRpt ASSIGN TO "ImportRegister.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RegisterFile.
       01 RegisterRecord.
           88 EndOfRegister     VALUE HIGH-VALUES.
           COPY "IMPORTREC.cpy".

       FD RegisterRpt.
       01 PrintLine             PIC X(100).

       WORKING-STORAGE SECTION.
       01 RegisterStatus        PIC XX.
       01 RowCount              PIC 9(5) VALUE ZERO.
       01 LoadedRows            PIC 9(5) VALUE ZERO.
       01 ReloadedRows          PIC 9(5) VALUE ZERO.
       01 RefusedRows           PIC 9(5) VALUE ZERO.

       01 ReportHeading         PIC X(40)
              VALUE "Import register".
       01 Divider               PIC X(100) VALUE ALL "*".
       01 NoneLine              PIC X(12) VALUE "  (none)".

       01 ColumnLine.
           02 FILLER            PIC X(26)
              VALUE "  Date     Time  Operator ".
           02 FILLER            PIC X(30)
              VALUE "Program          Result   File".

       01 DetailLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnDate           PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnHour           PIC 9(2).
           02 FILLER            PIC X VALUE ":".
           02 PrnMinute         PIC 9(2).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnUser           PIC X(8).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnProgram        PIC X(16).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnResult         PIC X(8).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnFileName       PIC X(40).

       01 FigureLine.
           02 FILLER            PIC X(8) VALUE SPACES.
           02 PrnLoaded         PIC ZZZZ9.
           02 FILLER            PIC X(8) VALUE " loaded ".
           02 PrnRejected       PIC ZZZZ9.
           02 FILLER            PIC X(16) VALUE " rejected; file ".
           02 PrnLines          PIC ZZZZZZ9.
           02 FILLER            PIC X(7) VALUE " lines ".
           02 PrnFirstDate      PIC 9(8).
           02 FILLER            PIC X VALUE "-".
           02 PrnLastDate       PIC 9(8).
           02 FILLER            PIC X(5) VALUE " sum ".
           02 PrnCheckSum       PIC 9(12).

       01 ArchiveLine.
           02 FILLER            PIC X(8) VALUE SPACES.
           02 FILLER            PIC X(9) VALUE "moved to ".
           02 PrnArchive        PIC X(60).

       01 TotalLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnTotalLoaded    PIC ZZZZ9.
           02 FILLER            PIC X(9) VALUE " loaded, ".
           02 PrnTotalReloaded  PIC ZZZZ9.
           02 FILLER            PIC X(11) VALUE " reloaded, ".
           02 PrnTotalRefused   PIC ZZZZ9.
           02 FILLER            PIC X(8) VALUE " refused".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM StartProvenance
           OPEN OUTPUT RegisterRpt
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM ColumnLine AFTER ADVANCING 1 LINE
           PERFORM ListRegister
           IF RowCount = ZERO
              WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
           END-IF
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE LoadedRows TO PrnTotalLoaded
           MOVE ReloadedRows TO PrnTotalReloaded
           MOVE RefusedRows TO PrnTotalRefused
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
           CLOSE RegisterRpt
           MOVE "ImportRegister.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to ImportRegister.rpt ("
              RowCount " register rows)"
           STOP RUN.

       ListRegister.
           OPEN INPUT RegisterFile
           IF RegisterStatus NOT = "00"
              DISPLAY "ImportRegister.dat not found -- nothing has "
                 "been imported through the register yet"
              EXIT PARAGRAPH
           END-IF
           READ RegisterFile
              AT END SET EndOfRegister TO TRUE
           END-READ
           PERFORM UNTIL EndOfRegister
              ADD 1 TO RowCount
              EVALUATE IgResult
                 WHEN "LOADED"   ADD 1 TO LoadedRows
                 WHEN "RELOADED" ADD 1 TO ReloadedRows
                 WHEN "REFUSED"  ADD 1 TO RefusedRows
              END-EVALUATE
              PERFORM WriteRegisterRow
              READ RegisterFile
                 AT END SET EndOfRegister TO TRUE
              END-READ
           END-PERFORM
           CLOSE RegisterFile.

       WriteRegisterRow.
           MOVE IgDate TO PrnDate
           MOVE IgTime(1:2) TO PrnHour
           MOVE IgTime(3:2) TO PrnMinute
           MOVE IgUser TO PrnUser
           IF IgUser = SPACES
              MOVE "(none)" TO PrnUser
           END-IF
           MOVE IgProgram TO PrnProgram
           MOVE IgResult TO PrnResult
           MOVE IgFileName TO PrnFileName
           WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE
           MOVE IgLoaded TO PrnLoaded
           MOVE IgRejected TO PrnRejected
           MOVE IgLines TO PrnLines
           MOVE IgFirstDate TO PrnFirstDate
           MOVE IgLastDate TO PrnLastDate
           MOVE IgCheckSum TO PrnCheckSum
           WRITE PrintLine FROM FigureLine AFTER ADVANCING 1 LINE
           IF IgArchive NOT = SPACES
              MOVE IgArchive TO PrnArchive
              WRITE PrintLine FROM ArchiveLine AFTER ADVANCING 1 LINE
           END-IF.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "ImportRegisterReport" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "ImportRegister.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
