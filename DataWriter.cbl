           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DictFileStatus.

           SELECT ImportFile ASSIGN DYNAMIC ImportFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ImportFileStatus.

           SELECT RejectFile ASSIGN DYNAMIC RejectFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RejectFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD DataFile.
           02 DictFieldName     PIC X(20).
           02 DictFieldType     PIC X.

      * A spreadsheet export for the import mode: a header line
      * naming the columns, then one data line per record.
       FD ImportFile.
       01 ImportLine            PIC X(300).
           88 EndOfImportFile   VALUE HIGH-VALUES.

      * "<DATAFILE>.rej": each line the import turned away, with its
      * line number in the import file and the reason.
       FD RejectFile.
       01 RejectRecord.
           02 RjLineNr          PIC 9(5).
           02 FILLER            PIC X.
           02 RjReason          PIC X(40).
           02 FILLER            PIC X.
           02 RjLine            PIC X(300).

       WORKING-STORAGE SECTION.
       01 DataFileNameVar       PIC X(60) VALUE "xxx.dat".
       01 DataFileStatus        PIC XX.
           88 UpdateMode        VALUE "3".
           88 DeleteMode        VALUE "4".
           88 FilterMode        VALUE "5".
           88 ImportMode        VALUE "6".
       01 DeleteConfirm         PIC X.
       01 FilterFieldIdx        PIC 9(2).
       01 FilterValue           PIC X(25).
      * write sets them so a fat-fingered session can be replayed
      * backwards by AuditRollback -- an ADD logs the record as its
      * after image, a CHANGE both images, a DELETE the before.
      * The images hold 80 bytes, so an ADD or CHANGE is followed by
      * ADDCONT or CHGCONT entries under the same key carrying bytes
      * 81 on, 80 at a time, up to the 25 bytes a field the
      * dictionary uses; RollForward puts the whole record back from
      * them.
       01 AuditActionWS         PIC X(8) VALUE SPACES.
       01 AuditKeyWS            PIC X(20) VALUE SPACES.
       01 AuditBeforeWS         PIC X(80) VALUE SPACES.
       01 AuditAfterWS          PIC X(80) VALUE SPACES.
       01 FullBeforeImage       PIC X(250) VALUE SPACES.
       01 ContAction            PIC X(8).
       01 ContKey               PIC X(20).
       01 ContOffset            PIC 9(3).
       01 RecordLen             PIC 9(3).
      * Import: column n of the file feeds field ColField(n) of the
      * log, zero for a column the dictionary does not know.
       01 ImportFileName        PIC X(66).
       01 ImportFileStatus      PIC XX.
       01 RejectFileName        PIC X(66).
       01 RejectFileStatus      PIC XX.
       01 ImportDelimiter       PIC X VALUE ",".
       01 DryRunAnswer          PIC X.
           88 DryRun            VALUE "Y" "y".
       01 ColumnTable.
           02 ColumnEntry       OCCURS 20 TIMES.
              03 ColValue       PIC X(60).
              03 ColLen         PIC 9(3).
              03 ColField       PIC 9(2).
       01 ColCount              PIC 9(2).
       01 ColIdx                PIC 9(2).
       01 MappedCount           PIC 9(2).
       01 LinePtr               PIC 9(3).
       01 LineLen               PIC 9(3).
       01 ImportLineNr          PIC 9(5) VALUE ZERO.
       01 LoadCount             PIC 9(5) VALUE ZERO.
       01 RejectCount           PIC 9(5) VALUE ZERO.
       01 RejectReason          PIC X(40).
       01 HeaderName            PIC X(60).
       01 NumberText            PIC X(12).
       01 NumberValue           PIC S9(6)V99.
       01 NumberOk              PIC X.
       01 PointTally            PIC 9(2).

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "1 = Add entries   2 = List all"
           DISPLAY "3 = Update a record   4 = Delete a record"
           DISPLAY "5 = Filter by field value   "
              "6 = Import from a delimited file"
           ACCEPT EntryMode

           EVALUATE TRUE
                 PERFORM DeleteRecord
              WHEN FilterMode
                 PERFORM FilterReport
              WHEN ImportMode
                 PERFORM ImportEntries
              WHEN OTHER
                 PERFORM AddEntries
           END-EVALUATE
                 MOVE "CHANGE" TO AuditActionWS
                 PERFORM BuildAuditKey
                 MOVE DataDetails(1:80) TO AuditBeforeWS
                 MOVE DataDetails TO FullBeforeImage
                 PERFORM VARYING FieldIdx FROM 1 BY 1
                    UNTIL FieldIdx > FieldCount
                    MOVE "N" TO ValueOk
                 CONTINUE
           END-EVALUATE.

      * Reads a delimited file with a header line into the log.
      * Columns are matched to the dictionary's field names (case
      * and surrounding blanks ignored); columns with no matching
      * field are skipped, fields with no column stay blank. Each
      * value is checked against the field's type -- numbers through
      * CheckNumber and whole, dates through CheckDate -- and a line
      * with any bad value goes to "<DATAFILE>.rej" with the reason
      * instead of the log. Loaded lines are added and audited
      * exactly like keyed ones. A dry run checks the whole file and
      * reports, writing nothing at all. Quoted values holding the
      * delimiter are not split correctly: export without them.
       ImportEntries.
           MOVE SPACES TO ImportFileName
           STRING FUNCTION TRIM(DataFileNameVar) DELIMITED BY SIZE
              ".csv" DELIMITED BY SIZE
              INTO ImportFileName
           END-STRING
           DISPLAY "File to import (Enter = "
              FUNCTION TRIM(ImportFileName) ")"
           ACCEPT HeaderName
           IF HeaderName NOT = SPACES
              MOVE HeaderName TO ImportFileName
           END-IF
           DISPLAY "Delimiter (Enter = comma)"
           ACCEPT ImportDelimiter
           IF ImportDelimiter = SPACE
              MOVE "," TO ImportDelimiter
           END-IF
           DISPLAY "Dry run -- check only, write nothing? Y/N"
           ACCEPT DryRunAnswer

           OPEN INPUT ImportFile
           IF ImportFileStatus NOT = "00"
              DISPLAY FUNCTION TRIM(ImportFileName) " not found"
              EXIT PARAGRAPH
           END-IF
           READ ImportFile
              AT END
                 DISPLAY FUNCTION TRIM(ImportFileName) " is empty"
                 CLOSE ImportFile
                 EXIT PARAGRAPH
           END-READ
           ADD 1 TO ImportLineNr
           PERFORM SplitImportLine
           PERFORM MapImportColumns
           IF MappedCount = ZERO
              DISPLAY "No column heading matches a field of this log"
              CLOSE ImportFile
              EXIT PARAGRAPH
           END-IF

           IF NOT DryRun
              MOVE SPACES TO RejectFileName
              STRING FUNCTION TRIM(DataFileNameVar) DELIMITED BY SIZE
                 ".rej" DELIMITED BY SIZE
                 INTO RejectFileName
              END-STRING
              OPEN EXTEND RejectFile
              IF RejectFileStatus = "35"
                 OPEN OUTPUT RejectFile
                 CLOSE RejectFile
                 OPEN EXTEND RejectFile
              END-IF
           END-IF
           READ ImportFile
              AT END SET EndOfImportFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfImportFile
              ADD 1 TO ImportLineNr
              IF ImportLine NOT = SPACES
                 PERFORM ImportOneLine
              END-IF
              READ ImportFile
                 AT END SET EndOfImportFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE ImportFile
           IF DryRun
              DISPLAY "Dry run: " LoadCount " lines would load, "
                 RejectCount " would be rejected"
           ELSE
              CLOSE RejectFile
              DISPLAY LoadCount " lines loaded, " RejectCount
                 " rejected"
              IF RejectCount > ZERO
                 DISPLAY "Rejected lines are in "
                    FUNCTION TRIM(RejectFileName)
              END-IF
           END-IF.

      * Cuts ImportLine at the delimiter into ColumnTable.
       SplitImportLine.
           MOVE ZEROES TO ColCount
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ImportLine TRAILING))
              TO LineLen
           MOVE 1 TO LinePtr
           PERFORM UNTIL LinePtr > LineLen OR ColCount >= 20
              ADD 1 TO ColCount
              MOVE SPACES TO ColValue(ColCount)
              MOVE ZEROES TO ColLen(ColCount)
              UNSTRING ImportLine DELIMITED BY ImportDelimiter
                 INTO ColValue(ColCount) COUNT IN ColLen(ColCount)
                 WITH POINTER LinePtr
              END-UNSTRING
           END-PERFORM.

       MapImportColumns.
           MOVE ZEROES TO MappedCount
           PERFORM VARYING ColIdx FROM 1 BY 1 UNTIL ColIdx > ColCount
              MOVE ZEROES TO ColField(ColIdx)
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ColValue(ColIdx)))
                 TO HeaderName
              PERFORM VARYING FieldIdx FROM 1 BY 1
                 UNTIL FieldIdx > FieldCount
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                    FieldName(FieldIdx))) = HeaderName
                    AND HeaderName NOT = SPACES
                    MOVE FieldIdx TO ColField(ColIdx)
                 END-IF
              END-PERFORM
              IF ColField(ColIdx) = ZERO
                 DISPLAY "Column " ColIdx " ("
                    FUNCTION TRIM(ColValue(ColIdx))
                    ") matches no field -- skipped"
              ELSE
                 ADD 1 TO MappedCount
              END-IF
           END-PERFORM
           PERFORM VARYING FieldIdx FROM 1 BY 1
              UNTIL FieldIdx > FieldCount
              MOVE "N" TO ValueOk
              PERFORM VARYING ColIdx FROM 1 BY 1
                 UNTIL ColIdx > ColCount
                 IF ColField(ColIdx) = FieldIdx
                    MOVE "Y" TO ValueOk
                 END-IF
              END-PERFORM
              IF NOT ValueAccepted
                 DISPLAY "Field " FUNCTION TRIM(FieldName(FieldIdx))
                    " has no column -- imported blank"
              END-IF
           END-PERFORM.

       ImportOneLine.
           MOVE SPACES TO DataDetails, RejectReason
           PERFORM SplitImportLine
           PERFORM VARYING ColIdx FROM 1 BY 1
              UNTIL ColIdx > ColCount OR RejectReason NOT = SPACES
              IF ColField(ColIdx) > ZERO
                 MOVE ColField(ColIdx) TO FieldIdx
                 PERFORM ImportOneValue
              END-IF
           END-PERFORM
           IF RejectReason = SPACES AND DataDetails = SPACES
              MOVE "no value in any mapped column" TO RejectReason
           END-IF
           IF RejectReason NOT = SPACES
              ADD 1 TO RejectCount
              IF DryRun
                 DISPLAY "Line " ImportLineNr ": "
                    FUNCTION TRIM(RejectReason)
              ELSE
                 MOVE SPACES TO RejectRecord
                 MOVE ImportLineNr TO RjLineNr
                 MOVE RejectReason TO RjReason
                 MOVE ImportLine TO RjLine
                 WRITE RejectRecord
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO LoadCount
           IF DryRun
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO MaxRecNr
           MOVE MaxRecNr TO DataRecNr
           MOVE "ADD" TO AuditActionWS
           PERFORM BuildAuditKey
           MOVE DataDetails(1:80) TO AuditAfterWS
           WRITE DataDetails
              INVALID KEY DISPLAY "Write failed"
              NOT INVALID KEY PERFORM LogAudit
           END-WRITE.

      * One column's value into DataField(FieldIdx), or the reason it
      * cannot go there in RejectReason.
       ImportOneValue.
           MOVE FUNCTION TRIM(ColValue(ColIdx)) TO CheckValue
           IF ColLen(ColIdx) > 25
              AND FUNCTION LENGTH(FUNCTION TRIM(ColValue(ColIdx)))
                 > 25
              STRING FUNCTION TRIM(FieldName(FieldIdx))
                    DELIMITED BY SIZE
                 ": longer than 25" DELIMITED BY SIZE
                 INTO RejectReason
              END-STRING
              EXIT PARAGRAPH
           END-IF
           IF CheckValue = SPACES
              EXIT PARAGRAPH
           END-IF
           EVALUATE FieldType(FieldIdx)
              WHEN "N"
                 MOVE "N" TO NumberOk
                 IF FUNCTION LENGTH(FUNCTION TRIM(CheckValue)) <= 12
                    MOVE CheckValue TO NumberText
                    CALL "CheckNumber" USING NumberText, NumberValue,
                       NumberOk
                 END-IF
      * keyed numbers are whole, so a decimal point is refused here
      * too
                 MOVE ZEROES TO PointTally
                 INSPECT CheckValue TALLYING PointTally FOR ALL "."
                 IF PointTally > ZERO
                    MOVE "N" TO NumberOk
                 END-IF
                 IF NumberOk NOT = "Y"
                    STRING FUNCTION TRIM(FieldName(FieldIdx))
                          DELIMITED BY SIZE
                       ": not a whole number" DELIMITED BY SIZE
                       INTO RejectReason
                    END-STRING
                    EXIT PARAGRAPH
                 END-IF
              WHEN "D"
                 MOVE "N" TO DateOkWS
                 IF FUNCTION LENGTH(FUNCTION TRIM(CheckValue)) = 8
                    CALL "CheckDate" USING CheckValue(1:8), DateOkWS
                 END-IF
                 IF DateOkWS NOT = "Y"
                    STRING FUNCTION TRIM(FieldName(FieldIdx))
                          DELIMITED BY SIZE
                       ": not a real date YYYYMMDD" DELIMITED BY SIZE
                       INTO RejectReason
                    END-STRING
                    EXIT PARAGRAPH
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE CheckValue TO DataField(FieldIdx).

       LoadDataDictionary.
           MOVE "N" TO DictLoaded
           MOVE SPACES TO DictFileName
              INTO AuditKeyWS
           END-STRING.

      * DataDetails still holds the record just written.
       LogAudit.
           MOVE AuditActionWS TO ContAction
           MOVE AuditKeyWS TO ContKey
           PERFORM WriteAuditEntry
           EVALUATE ContAction
              WHEN "ADD"    MOVE "ADDCONT" TO ContAction
              WHEN "CHANGE" MOVE "CHGCONT" TO ContAction
              WHEN OTHER    EXIT PARAGRAPH
           END-EVALUATE
           COMPUTE RecordLen = FieldCount * 25
           PERFORM WriteContinuation
              VARYING ContOffset FROM 81 BY 80
              UNTIL ContOffset > RecordLen.

       WriteContinuation.
           MOVE ContAction TO AuditActionWS
           MOVE ContKey TO AuditKeyWS
           MOVE DataDetails(ContOffset:) TO AuditAfterWS
           IF ContAction = "CHGCONT"
              MOVE FullBeforeImage(ContOffset:) TO AuditBeforeWS
           END-IF
           PERFORM WriteAuditEntry.

       WriteAuditEntry.
           OPEN EXTEND AuditLog
           IF AuditLogStatus = "35"
              OPEN OUTPUT AuditLog
           MOVE AuditAfterWS TO AuditAfter
           CALL "GetOperator" USING AuditUserWS
           MOVE AuditUserWS TO AuditUser
           CALL "SealAuditEntry" USING AuditDetails
           WRITE AuditDetails
           CLOSE AuditLog
           MOVE SPACES TO AuditActionWS, AuditKeyWS,
