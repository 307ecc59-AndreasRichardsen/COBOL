       IDENTIFICATION DIVISION.
       PROGRAM-ID. RejectWorkbench.
       AUTHOR. Andreas Richardsen.

      * One place to work off what the importers turned away, so a
      * bad line stops meaning a text editor and a rerun of the whole
      * import. BulkLoader (Rejects.dat), SensorImport
      * (SensorRejects.dat) and EReceiptImport (EReceiptRejects.dat)
      * queue every rejected line through RejectQueue as an open
      * entry (REJECTREC.cpy) with the reason. Mode 1 lists the open
      * rejects of all three with their reasons, mode 3 the full
      * history including what was resubmitted or discarded, and
      * mode 2 takes one by number: its fields are shown one at a
      * time under their names in the importer's line format (Enter
      * keeps a field, "*" clears it) and the corrected line is then
      * resubmitted or the entry discarded with a reason.
      *
      * A resubmission is validated by the importer itself, not by a
      * copy of its rules here: the corrected line is written to
      * RejectResubmit.dat and the importer is run on that file alone
      * (STAGEDFILE, SENSORFILE or ERECEIPTFILE names it; "cobcrun"
      * loads the importer's module from COB_LIBRARY_PATH, the same
      * build MenuDriver uses), so it is checked and posted -- or,
      * for an e-receipt, staged for BulkLoader -- exactly as in a
      * normal run, with the importer's lock, backup, control totals
      * and audit entries. The entry is marked resubmitted first; if
      * the importer turns the corrected line away again it lands on
      * the worklist as a new open entry with the new reason, which
      * is shown straight away. A run the importer refuses outright
      * (return code not zero, e.g. its writer lock is held or the
      * import register refused the file) puts the entry back to
      * open. RejectResubmit.dat goes through the import register
      * like any dropped file, so the same corrected line sent twice
      * is caught there, and ends up in Imported/. The operator needs
      * the importer's own permission to resubmit through it.
      * Resubmissions and discards are written to AuditLog.dat with
      * the line before and after.
      *
      * A corrected receipt line posts as a receipt of its own: the
      * lines of its group that were accepted in the original run
      * are already on file under their own header.
      *
      * Only the open entries are held in the work table, each with
      * its line number in its worklist, so resubmitted and discarded
      * entries never crowd out the ones still to be worked off. A
      * save rewrites the worklist line by line from the file itself,
      * putting back the rows held in the table and copying every
      * other line through as it is; mode 3 reads the worklists
      * straight from the files.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RejectFile ASSIGN DYNAMIC RejectFileNameVar
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RejectFileStatus.

           SELECT RejectNew ASSIGN DYNAMIC RejectNewNameVar
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ResubmitFile ASSIGN TO "RejectResubmit.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AuditLog ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD RejectFile.
       01 RejectText            PIC X(305).
           88 EndOfRejectFile   VALUE HIGH-VALUES.

       FD RejectNew.
       01 RejectNewLine         PIC X(305).

       FD ResubmitFile.
       01 ResubmitLine          PIC X(200).

       FD AuditLog.
       01 AuditDetails.
           COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01 RejectFileNameVar     PIC X(60).
       01 RejectFileStatus      PIC XX.
       01 RejectNewNameVar      PIC X(60).
       01 AuditLogStatus        PIC XX.
       01 AuditUserWS           PIC X(8).
       01 AuditActionWS         PIC X(8).
       01 AuditAfterWS          PIC X(80).
       01 RunMode               PIC X.
           88 WorkMode          VALUE "2".
           88 HistoryMode       VALUE "3".

      * The three importers: reject worklist, PROGRAM-ID, the
      * environment variable that points it at another input file,
      * and the field separator of its line format.
       01 SourceValues.
           02 FILLER            PIC X(20) VALUE "Rejects.dat".
           02 FILLER            PIC X(16) VALUE "BulkLoader".
           02 FILLER            PIC X(12) VALUE "STAGEDFILE".
           02 FILLER            PIC X     VALUE ";".
           02 FILLER            PIC X(20) VALUE "SensorRejects.dat".
           02 FILLER            PIC X(16) VALUE "SensorImport".
           02 FILLER            PIC X(12) VALUE "SENSORFILE".
           02 FILLER            PIC X     VALUE ",".
           02 FILLER            PIC X(20) VALUE "EReceiptRejects.dat".
           02 FILLER            PIC X(16) VALUE "EReceiptImport".
           02 FILLER            PIC X(12) VALUE "ERECEIPTFILE".
           02 FILLER            PIC X     VALUE ";".
       01 SourceTable REDEFINES SourceValues.
           02 SourceEntry       OCCURS 3 TIMES INDEXED BY SrcIdx.
              03 SrRejectFile   PIC X(20).
              03 SrImporter     PIC X(16).
              03 SrEnvName      PIC X(12).
              03 SrSeparator    PIC X.
       01 SourceCounts.
           02 SourceCount       OCCURS 3 TIMES.
      *       entries in the table, open entries in the file and
      *       all entries in the file
              03 ScLoaded       PIC 9(3).
              03 ScOpenOnFile   PIC 9(5).
              03 ScOnFile       PIC 9(5).

       01 RejectTable.
           02 RejectRow         OCCURS 500 TIMES INDEXED BY RwIdx.
              03 RwSource       PIC 9.
              03 RwPos          PIC 9(5).
              03 RwEntry.
                 04 RwStatus    PIC X.
                 04 FILLER      PIC X(104).
                 04 RwLine      PIC X(200).
       01 RowCount              PIC 9(3) VALUE ZERO.
       01 OpenCount             PIC 9(3) VALUE ZERO.
       01 ListedNr              PIC 9(3).
       01 ListedMark            PIC X(3).
       01 HistoryCount          PIC 9(5).
       01 PickNr                PIC 9(3).
       01 PickSource            PIC 9.
       01 PickPos               PIC 9(5).
       01 ReopenPos             PIC 9(5) VALUE ZERO.
       01 BeforeOnFile          PIC 9(5).
       01 FilePos               PIC 9(5).
       01 SwapCmd               PIC X(140).
       01 RunCmd                PIC X(80).
       01 RunResult             PIC S9(9).
       01 TodayDateNum          PIC 9(8).
       01 OperatorWS            PIC X(8).
       01 PermNameWS            PIC X(30).
       01 PermResultWS          PIC X.

       01 WorkEntry.
           COPY "REJECTREC.cpy".
       01 WorkText REDEFINES WorkEntry PIC X(305).
       01 ReasonLen             PIC 9(3).
       01 LineStart             PIC 9(3).

      * The fields of the line being corrected, named after the
      * importer's line format.
       01 ReceiptLabels         PIC X(60)
              VALUE "kind,date,store,item name,price,amount,type".
       01 MealLabels            PIC X(60)
              VALUE "kind,meal,date,name,info".
       01 SnackLabels           PIC X(60)
              VALUE "kind,meal,date,snack id".
       01 DinnerLabels.
           02 FILLER            PIC X(20) VALUE "kind,meal,date,name,".
           02 FILLER            PIC X(50)
              VALUE "protein,carb,fiber,sauce,info,calories,protein g".
       01 SensorLabels          PIC X(60)
              VALUE "date,time,country,location,value,unit,metric".
       01 EReceiptLabels        PIC X(60)
              VALUE "date,store,sku,item name,price,amount".
       01 LabelList             PIC X(70).
       01 LabelTable.
           02 FieldLabel        PIC X(12) OCCURS 11 TIMES.
       01 FieldTable.
           02 FieldValue        PIC X(60) OCCURS 11 TIMES
                                INDEXED BY FdIdx.
       01 FieldCount            PIC 9(2).
       01 LabelCount            PIC 9(2).
       01 LastFilled            PIC 9(2).
       01 FieldNr               PIC 9(2).
       01 NewValue              PIC X(60).
       01 SeparatorCount        PIC 9(2).
       01 Separator             PIC X.
       01 OriginalLine          PIC X(200).
       01 CorrectedLine         PIC X(200).
       01 LinePtr               PIC 9(3).
       01 ActionChoice          PIC X.
       01 DiscardReason         PIC X(40).
       01 DuplicateNr           PIC 9(3).

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TodayDateNum FROM DATE YYYYMMDD
           PERFORM LoadWorklist
           DISPLAY "1 = Open rejects   2 = Correct and resubmit or "
              "discard a reject   3 = Full history"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN WorkMode    PERFORM WorkOnReject
              WHEN HistoryMode PERFORM ShowHistory
              WHEN OTHER       PERFORM ShowOpenRejects
           END-EVALUATE
           STOP RUN.

       ShowOpenRejects.
           MOVE ZEROES TO OpenCount
           PERFORM VARYING RwIdx FROM 1 BY 1
              UNTIL RwIdx > RowCount
              MOVE RwEntry(RwIdx) TO WorkEntry
              IF RjOpen
                 ADD 1 TO OpenCount
                 PERFORM ShowOneReject
              END-IF
           END-PERFORM
           IF OpenCount = ZERO
              DISPLAY "No open rejects"
           ELSE
              DISPLAY OpenCount " open rejects -- correct them with "
                 "mode 2"
           END-IF.

      * WorkEntry holds the entry of row RwIdx.
       ShowOneReject.
           SET ListedNr TO RwIdx
           MOVE ListedNr TO ListedMark
           SET SrcIdx TO RwSource(RwIdx)
           PERFORM ShowRejectLines.

      * WorkEntry holds the entry, SrcIdx its importer and ListedMark
      * its worklist number.
       ShowRejectLines.
           DISPLAY ListedMark ": " RjDate " "
              FUNCTION TRIM(SrImporter(SrcIdx)) ": "
              FUNCTION TRIM(RjReason)
           DISPLAY "     " FUNCTION TRIM(RjLine TRAILING).

      * Every entry of the three worklists, read from the files in
      * the order they are loaded, so an open entry shows the number
      * mode 2 knows it by and a closed one shows "---".
       ShowHistory.
           MOVE ZEROES TO HistoryCount, OpenCount
           PERFORM VARYING SrcIdx FROM 1 BY 1 UNTIL SrcIdx > 3
              PERFORM ShowSourceHistory
           END-PERFORM
           IF HistoryCount = ZERO
              DISPLAY "No rejects on file"
           END-IF.

       ShowSourceHistory.
           MOVE SrRejectFile(SrcIdx) TO RejectFileNameVar
           OPEN INPUT RejectFile
           IF RejectFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ RejectFile
              AT END SET EndOfRejectFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRejectFile
              ADD 1 TO HistoryCount
              MOVE RejectText TO WorkText
              PERFORM ConvertOldText
              IF RjOpen
                 ADD 1 TO OpenCount
                 MOVE OpenCount TO ListedNr
                 MOVE ListedNr TO ListedMark
              ELSE
                 MOVE "---" TO ListedMark
              END-IF
              PERFORM ShowRejectLines
              EVALUATE TRUE
                 WHEN RjResubmitted
                    DISPLAY "     (resubmitted " RjClosedDate " by "
                       FUNCTION TRIM(RjClosedBy) ": "
                       FUNCTION TRIM(RjNote) ")"
                 WHEN RjDiscarded
                    DISPLAY "     (discarded " RjClosedDate " by "
                       FUNCTION TRIM(RjClosedBy) ": "
                       FUNCTION TRIM(RjNote) ")"
              END-EVALUATE
              READ RejectFile
                 AT END SET EndOfRejectFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE RejectFile.

       WorkOnReject.
           PERFORM ShowOpenRejects
           IF OpenCount = ZERO
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Reject number to work on (0 = none)"
           ACCEPT PickNr
           IF PickNr = ZERO OR PickNr > RowCount
              DISPLAY "Nothing changed"
              EXIT PARAGRAPH
           END-IF
           SET RwIdx TO PickNr
           MOVE RwEntry(RwIdx) TO WorkEntry
           IF NOT RjOpen
              DISPLAY "Reject " PickNr " is no longer open"
              EXIT PARAGRAPH
           END-IF
           MOVE RwSource(RwIdx) TO PickSource
           MOVE RwPos(RwIdx) TO PickPos
           SET SrcIdx TO PickSource
           MOVE SrSeparator(SrcIdx) TO Separator
           MOVE RjLine TO OriginalLine
           DISPLAY FUNCTION TRIM(SrImporter(SrcIdx))
              " turned this line away: " FUNCTION TRIM(RjReason)

           PERFORM SplitLine
           DISPLAY "Correct each field: Enter keeps it, * clears it"
           PERFORM VARYING FdIdx FROM 1 BY 1
              UNTIL FdIdx > FieldCount
              PERFORM EditOneField
           END-PERFORM
           PERFORM BuildLine
           DISPLAY "Line now: " FUNCTION TRIM(CorrectedLine TRAILING)

           DISPLAY "R = resubmit through "
              FUNCTION TRIM(SrImporter(SrcIdx))
              "   D = discard   Enter = leave it open"
           ACCEPT ActionChoice
           EVALUATE ActionChoice
              WHEN "R" WHEN "r"
                 PERFORM ResubmitReject
              WHEN "D" WHEN "d"
                 PERFORM DiscardReject
              WHEN OTHER
                 DISPLAY "Reject " PickNr " left open"
           END-EVALUATE.

      * The line is cut at the importer's separator; the field count
      * is at least the number of names its format has, so a field
      * missing from the end of the line can be filled in.
       SplitLine.
           MOVE SPACES TO FieldTable, LabelTable, LabelList
           MOVE ZEROES TO FieldCount, LabelCount
           UNSTRING OriginalLine DELIMITED BY Separator
              INTO FieldValue(1), FieldValue(2), FieldValue(3),
              FieldValue(4), FieldValue(5), FieldValue(6),
              FieldValue(7), FieldValue(8), FieldValue(9),
              FieldValue(10), FieldValue(11)
              TALLYING IN FieldCount
           END-UNSTRING
           EVALUATE TRUE
              WHEN PickSource = 2
                 MOVE SensorLabels TO LabelList
              WHEN PickSource = 3
                 MOVE EReceiptLabels TO LabelList
              WHEN OriginalLine(1:2) = "R;"
                 MOVE ReceiptLabels TO LabelList
              WHEN OriginalLine(1:4) = "M;S;"
                 MOVE SnackLabels TO LabelList
              WHEN OriginalLine(1:4) = "M;D;"
                 MOVE DinnerLabels TO LabelList
              WHEN OriginalLine(1:2) = "M;"
                 MOVE MealLabels TO LabelList
           END-EVALUATE
           IF LabelList NOT = SPACES
              UNSTRING LabelList DELIMITED BY ","
                 INTO FieldLabel(1), FieldLabel(2), FieldLabel(3),
                 FieldLabel(4), FieldLabel(5), FieldLabel(6),
                 FieldLabel(7), FieldLabel(8), FieldLabel(9),
                 FieldLabel(10), FieldLabel(11)
                 TALLYING IN LabelCount
              END-UNSTRING
           END-IF
           IF LabelCount > FieldCount
              MOVE LabelCount TO FieldCount
           END-IF
           IF FieldCount = ZERO
              MOVE 1 TO FieldCount
           END-IF.

       EditOneField.
           SET FieldNr TO FdIdx
           IF FieldLabel(FdIdx) = SPACES
              STRING "field " DELIMITED BY SIZE
                 FieldNr DELIMITED BY SIZE
                 INTO FieldLabel(FdIdx)
              END-STRING
           END-IF
           DISPLAY FieldLabel(FdIdx) ": "
              FUNCTION TRIM(FieldValue(FdIdx) TRAILING)
           MOVE SPACES TO NewValue
           ACCEPT NewValue
           EVALUATE TRUE
              WHEN NewValue = SPACES
                 CONTINUE
              WHEN NewValue = "*"
                 MOVE SPACES TO FieldValue(FdIdx)
              WHEN OTHER
                 MOVE ZEROES TO SeparatorCount
                 INSPECT NewValue TALLYING SeparatorCount
                    FOR ALL Separator
                 IF SeparatorCount > ZERO
                    DISPLAY "A field may not contain " Separator
                       " -- kept as it was"
                 ELSE
                    MOVE NewValue TO FieldValue(FdIdx)
                 END-IF
           END-EVALUATE.

      * Fields are joined with the separator again; empty fields at
      * the end are left off, as the exports write them.
       BuildLine.
           MOVE ZEROES TO LastFilled
           PERFORM VARYING FdIdx FROM 1 BY 1
              UNTIL FdIdx > FieldCount
              IF FieldValue(FdIdx) NOT = SPACES
                 SET LastFilled TO FdIdx
              END-IF
           END-PERFORM
           MOVE SPACES TO CorrectedLine
           MOVE 1 TO LinePtr
           PERFORM VARYING FdIdx FROM 1 BY 1
              UNTIL FdIdx > LastFilled
              IF FdIdx > 1
                 STRING Separator DELIMITED BY SIZE
                    INTO CorrectedLine WITH POINTER LinePtr
                 END-STRING
              END-IF
              IF FieldValue(FdIdx) NOT = SPACES
                 STRING FUNCTION TRIM(FieldValue(FdIdx) TRAILING)
                    DELIMITED BY SIZE
                    INTO CorrectedLine WITH POINTER LinePtr
                 END-STRING
              END-IF
           END-PERFORM.

       ResubmitReject.
           IF CorrectedLine = SPACES
              DISPLAY "Nothing left to resubmit -- discard it instead"
              EXIT PARAGRAPH
           END-IF
           MOVE SrImporter(SrcIdx) TO PermNameWS
           CALL "CheckPermission" USING PermNameWS, PermResultWS
           IF PermResultWS NOT = "Y"
              DISPLAY "Resubmitting needs the "
                 FUNCTION TRIM(SrImporter(SrcIdx))
                 " permission -- ask the admin"
              EXIT PARAGRAPH
           END-IF
           PERFORM FindOpenDuplicate
           IF DuplicateNr NOT = ZERO
              DISPLAY "The same line is already open as reject "
                 DuplicateNr " -- work on that one"
              EXIT PARAGRAPH
           END-IF

           SET RjResubmitted TO TRUE
           MOVE TodayDateNum TO RjClosedDate
           CALL "GetOperator" USING OperatorWS
           MOVE OperatorWS TO RjClosedBy
           IF CorrectedLine = OriginalLine
              MOVE "resubmitted unchanged" TO RjNote
           ELSE
              MOVE "resubmitted as corrected" TO RjNote
           END-IF
           MOVE WorkEntry TO RwEntry(RwIdx)
           PERFORM SaveSource
           MOVE ScOnFile(PickSource) TO BeforeOnFile
           MOVE "RESUBMIT" TO AuditActionWS
           MOVE CorrectedLine TO AuditAfterWS
           PERFORM LogAudit

           OPEN OUTPUT ResubmitFile
           MOVE CorrectedLine TO ResubmitLine
           WRITE ResubmitLine
           CLOSE ResubmitFile
           MOVE SPACES TO RunCmd
           STRING FUNCTION TRIM(SrEnvName(SrcIdx)) DELIMITED BY SIZE
              "=RejectResubmit.dat cobcrun " DELIMITED BY SIZE
              FUNCTION TRIM(SrImporter(SrcIdx)) DELIMITED BY SIZE
              INTO RunCmd
           END-STRING
           CALL "SYSTEM" USING RunCmd
           MOVE RETURN-CODE TO RunResult
           MOVE ZEROES TO RETURN-CODE

           PERFORM LoadWorklist
           SET SrcIdx TO PickSource
           IF RunResult NOT = ZERO
              PERFORM ReopenPickedEntry
              DISPLAY FUNCTION TRIM(SrImporter(SrcIdx))
                 " did not run the line -- the reject stays open"
              EXIT PARAGRAPH
           END-IF
           IF ScOnFile(PickSource) > BeforeOnFile
              PERFORM ShowNewRejects
              EXIT PARAGRAPH
           END-IF
           IF PickSource = 3
              DISPLAY "Line accepted and staged -- run BulkLoader to "
                 "post it"
           ELSE
              DISPLAY "Line accepted and posted by "
                 FUNCTION TRIM(SrImporter(SrcIdx))
           END-IF.

      * RejectQueue does not add a line that is already open, so a
      * corrected line identical to another open reject of the same
      * importer would vanish unseen if it were turned away again.
       FindOpenDuplicate.
           MOVE ZEROES TO DuplicateNr
           PERFORM VARYING RwIdx FROM 1 BY 1
              UNTIL RwIdx > RowCount
              IF RwSource(RwIdx) = PickSource
                 AND RwPos(RwIdx) NOT = PickPos
                 AND RwStatus(RwIdx) = "O"
                 AND RwLine(RwIdx) = CorrectedLine
                 SET DuplicateNr TO RwIdx
                 EXIT PERFORM
              END-IF
           END-PERFORM
           PERFORM LocatePickedEntry.

      * Finds the picked entry by importer and position in its file,
      * which survive a reload: the worklists only grow at the end.
       LocatePickedEntry.
           PERFORM VARYING RwIdx FROM 1 BY 1
              UNTIL RwIdx > RowCount
              IF RwSource(RwIdx) = PickSource
                 AND RwPos(RwIdx) = PickPos
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF RwIdx <= RowCount
              MOVE RwEntry(RwIdx) TO WorkEntry
           END-IF.

      * The entry was closed before the importer ran, so after the
      * reload it is no longer in the table; the save opens it again
      * at its line in the worklist.
       ReopenPickedEntry.
           MOVE PickPos TO ReopenPos
           PERFORM SaveSource
           MOVE ZEROES TO ReopenPos.

       ShowNewRejects.
           DISPLAY FUNCTION TRIM(SrImporter(SrcIdx))
              " turned the corrected line away again; it is back on "
              "the worklist:"
           PERFORM VARYING RwIdx FROM 1 BY 1
              UNTIL RwIdx > RowCount
              IF RwSource(RwIdx) = PickSource
                 AND RwPos(RwIdx) > BeforeOnFile
                 MOVE RwEntry(RwIdx) TO WorkEntry
                 PERFORM ShowOneReject
              END-IF
           END-PERFORM.

       DiscardReject.
           MOVE SPACES TO DiscardReason
           DISPLAY "Reason for discarding it"
           ACCEPT DiscardReason
           IF DiscardReason = SPACES
              DISPLAY "A discard needs a reason -- reject " PickNr
                 " left open"
              EXIT PARAGRAPH
           END-IF
           SET RjDiscarded TO TRUE
           MOVE TodayDateNum TO RjClosedDate
           CALL "GetOperator" USING OperatorWS
           MOVE OperatorWS TO RjClosedBy
           MOVE DiscardReason TO RjNote
           MOVE WorkEntry TO RwEntry(RwIdx)
           PERFORM SaveSource
           MOVE "DISCARD" TO AuditActionWS
           MOVE DiscardReason TO AuditAfterWS
           PERFORM LogAudit
           DISPLAY "Reject " PickNr " discarded".

      * The open entries of all three worklists into one table, each
      * in file order with its line number. An entry still in the
      * old "reason: line" text is taken as open and is written back
      * in the entry layout on the next save.
       LoadWorklist.
           MOVE ZEROES TO RowCount
           PERFORM VARYING SrcIdx FROM 1 BY 1 UNTIL SrcIdx > 3
              PERFORM LoadOneSource
           END-PERFORM.

       LoadOneSource.
           MOVE ZEROES TO ScLoaded(SrcIdx), ScOpenOnFile(SrcIdx),
              ScOnFile(SrcIdx)
           MOVE SrRejectFile(SrcIdx) TO RejectFileNameVar
           OPEN INPUT RejectFile
           IF RejectFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ RejectFile
              AT END SET EndOfRejectFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRejectFile
              ADD 1 TO ScOnFile(SrcIdx)
              MOVE RejectText TO WorkText
              PERFORM ConvertOldText
              IF RjOpen
                 ADD 1 TO ScOpenOnFile(SrcIdx)
                 IF RowCount < 500
                    ADD 1 TO RowCount
                    ADD 1 TO ScLoaded(SrcIdx)
                    SET RwIdx TO RowCount
                    SET RwSource(RwIdx) TO SrcIdx
                    MOVE ScOnFile(SrcIdx) TO RwPos(RwIdx)
                    MOVE WorkEntry TO RwEntry(RwIdx)
                 END-IF
              END-IF
              READ RejectFile
                 AT END SET EndOfRejectFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE RejectFile
           IF ScOpenOnFile(SrcIdx) > ScLoaded(SrcIdx)
              DISPLAY "More open rejects in "
                 FUNCTION TRIM(SrRejectFile(SrcIdx))
                 " than the table holds -- only the first "
                 ScLoaded(SrcIdx) " are listed; the rest are kept "
                 "untouched on every save"
           END-IF.

       ConvertOldText.
           IF (RjOpen OR RjResubmitted OR RjDiscarded)
              AND RjDate IS NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROES TO ReasonLen
           INSPECT RejectText TALLYING ReasonLen
              FOR CHARACTERS BEFORE INITIAL ": "
           MOVE SPACES TO WorkEntry
           SET RjOpen TO TRUE
           MOVE ZEROES TO RjDate, RjClosedDate
           IF ReasonLen > ZERO AND ReasonLen < 300
              MOVE RejectText(1:ReasonLen) TO RjReason
              COMPUTE LineStart = ReasonLen + 3
              MOVE RejectText(LineStart:) TO RjLine
           ELSE
              MOVE RejectText TO RjLine
           END-IF.

      * The picked importer's worklist is copied line by line to a
      * sibling file, a line held in the table written from its row
      * and every other line as it is, and the sibling swapped in.
      * ReopenPos, when set, names a closed line to open again.
       SaveSource.
           SET SrcIdx TO PickSource
           MOVE SPACES TO RejectNewNameVar
           STRING FUNCTION TRIM(SrRejectFile(SrcIdx))
              DELIMITED BY SIZE
              ".new" DELIMITED BY SIZE
              INTO RejectNewNameVar
           END-STRING
           MOVE SrRejectFile(SrcIdx) TO RejectFileNameVar
           OPEN INPUT RejectFile
           IF RejectFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RejectNew
           MOVE ZEROES TO FilePos
           READ RejectFile
              AT END SET EndOfRejectFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRejectFile
              ADD 1 TO FilePos
              PERFORM SaveOneLine
              WRITE RejectNewLine
              READ RejectFile
                 AT END SET EndOfRejectFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE RejectFile, RejectNew
           MOVE SPACES TO SwapCmd
           STRING "mv " DELIMITED BY SIZE
              FUNCTION TRIM(RejectNewNameVar) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION TRIM(SrRejectFile(SrcIdx)) DELIMITED BY SIZE
              INTO SwapCmd
           END-STRING
           CALL "SYSTEM" USING SwapCmd
           MOVE ZEROES TO RETURN-CODE
           PERFORM LocatePickedEntry.

      * Sets RejectNewLine for line FilePos of the worklist in
      * RejectText.
       SaveOneLine.
           IF FilePos = ReopenPos
              MOVE RejectText TO WorkText
              PERFORM ConvertOldText
              SET RjOpen TO TRUE
              MOVE ZEROES TO RjClosedDate
              MOVE SPACES TO RjClosedBy, RjNote
              MOVE WorkEntry TO RejectNewLine
              EXIT PARAGRAPH
           END-IF
           MOVE RejectText TO RejectNewLine
           PERFORM VARYING RwIdx FROM 1 BY 1
              UNTIL RwIdx > RowCount
              IF RwSource(RwIdx) = PickSource
                 AND RwPos(RwIdx) = FilePos
                 MOVE RwEntry(RwIdx) TO RejectNewLine
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * The caller sets AuditActionWS and AuditAfterWS; the before
      * image is the line as the importer turned it away.
       LogAudit.
           OPEN EXTEND AuditLog
           IF AuditLogStatus = "35"
              OPEN OUTPUT AuditLog
              CLOSE AuditLog
              OPEN EXTEND AuditLog
           END-IF
           MOVE SPACES TO AuditDetails
           MOVE "RejectWorkbench" TO AuditProgram
           ACCEPT AuditDate FROM DATE YYYYMMDD
           ACCEPT AuditTime FROM TIME
           MOVE SrRejectFile(SrcIdx) TO AuditDataFile
           MOVE AuditActionWS TO AuditAction
           MOVE SrImporter(SrcIdx) TO AuditKey
           MOVE OriginalLine TO AuditBefore
           MOVE AuditAfterWS TO AuditAfter
           CALL "GetOperator" USING AuditUserWS
           MOVE AuditUserWS TO AuditUser
           CALL "SealAuditEntry" USING AuditDetails
           WRITE AuditDetails
           CLOSE AuditLog.
