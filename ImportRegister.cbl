       IDENTIFICATION DIVISION.
       PROGRAM-ID. ImportRegister.
       AUTHOR. Andreas Richardsen.

      * Import control register, so an export file dropped into the
      * working directory by hand cannot be loaded twice just
      * because it was left lying there: BankStatement.csv,
      * EReceipt.csv, SensorExport.csv and StagedEntries.dat all go
      * through here, whatever per-record duplicate rule their own
      * importer has (the bank statement has none). Before a file is
      * read it is fingerprinted -- line count, a checksum folded
      * over every character of every line, and the earliest and
      * latest record date (the first field of a line that is a
      * real YYYYMMDD date) -- and ImportRegister.dat is searched for
      * an earlier LOADED or RELOADED row with the same fingerprint,
      * whatever the file was called then. A match is refused unless
      * the operator answers Y to load it again; the refusal is
      * registered too. An empty file has nothing to protect and is
      * never refused. After the run the importer reports its counts
      * and the file is moved to Imported/<name>.<date>.<seq> and
      * registered with the operator, time and result (IMPORTREC.cpy).
      * ImportRegisterReport lists the register.
      *
      * CALL "ImportRegister" USING ImportRegisterRequest (IMPREQ.cpy):
      * "C" checks a file, "R" registers and moves it afterwards.
      * Build as a callable module with
      * "cobc -m -o ImportRegister.so ImportRegister.cbl".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InputFile ASSIGN DYNAMIC InputFileNameVar
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InputFileStatus.

           SELECT RegisterFile ASSIGN TO "ImportRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RegisterStatus.

       DATA DIVISION.
       FILE SECTION.
       FD InputFile.
       01 InputLine             PIC X(256).
           88 EndOfInputFile    VALUE HIGH-VALUES.

       FD RegisterFile.
       01 RegisterRecord.
           88 EndOfRegister     VALUE HIGH-VALUES.
           COPY "IMPORTREC.cpy".

       WORKING-STORAGE SECTION.
       01 InputFileNameVar      PIC X(60).
       01 InputFileStatus       PIC XX.
       01 RegisterStatus        PIC XX.
       01 TodayDateNum          PIC 9(8).
       01 NowTimeFull           PIC 9(8).
       01 OperatorWS            PIC X(8).

      * the fingerprint of the file checked last, kept for the "R"
       01 CheckedFileName       PIC X(60) VALUE SPACES.
       01 FpLines               PIC 9(7).
       01 FpCheckSum            PIC 9(12).
       01 FpFirstDate           PIC 9(8).
       01 FpLastDate            PIC 9(8).
       01 Overridden            PIC X VALUE "N".
           88 LoadOverridden    VALUE "Y".

       01 FoldWork              PIC 9(15).
       01 LineLen               PIC 9(3).
       01 CharIdx               PIC 9(3).
       01 DateFields.
           02 DateField         PIC X(20) OCCURS 4 TIMES
                                INDEXED BY DfIdx.
       01 CandidateDate         PIC X(8).
       01 CandidateNum          PIC 9(8).
       01 DateOk                PIC X.
           88 DateAccepted      VALUE "Y".
       01 MatchFound            PIC X.
           88 FoundEarlierLoad  VALUE "Y".
       01 EarlierDate           PIC 9(8).
       01 EarlierUser           PIC X(8).
       01 EarlierProgram        PIC X(16).
       01 EarlierName           PIC X(40).
       01 OverrideAnswer        PIC X.
       01 ArchiveSeq            PIC 9(3).
       01 MoveCmd               PIC X(200).
       01 NameIdx               PIC 9(3).
       01 NameLen               PIC 9(3).
       01 NameChar              PIC X.
       01 NameIsValid           PIC X VALUE "Y".
           88 ValidName         VALUE "Y".

       LINKAGE SECTION.
       COPY "IMPREQ.cpy".

       PROCEDURE DIVISION USING ImportRegisterRequest.
       BEGIN.
           ACCEPT TodayDateNum FROM DATE YYYYMMDD
           ACCEPT NowTimeFull FROM TIME
           EVALUATE TRUE
              WHEN IrCheckFile  PERFORM CheckFile
              WHEN IrRecordLoad PERFORM RecordLoad
           END-EVALUATE
           GOBACK.

       CheckFile.
           SET IrProceed TO TRUE
           MOVE "N" TO Overridden
           MOVE IrFileName TO CheckedFileName
           PERFORM TakeFingerprint
           IF IrNoFile OR FpLines = ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM FindEarlierLoad
           IF NOT FoundEarlierLoad
              EXIT PARAGRAPH
           END-IF

           DISPLAY FUNCTION TRIM(IrFileName) " (" FpLines
              " lines, " FpFirstDate " to " FpLastDate
              ") was already loaded"
           DISPLAY "  on " EarlierDate " by "
              FUNCTION TRIM(EarlierUser) " through "
              FUNCTION TRIM(EarlierProgram) " as "
              FUNCTION TRIM(EarlierName)
           DISPLAY "Load it again anyway? (Y = override)"
           MOVE SPACE TO OverrideAnswer
           ACCEPT OverrideAnswer
           IF OverrideAnswer = "Y" OR OverrideAnswer = "y"
              SET LoadOverridden TO TRUE
              EXIT PARAGRAPH
           END-IF
           SET IrRefused TO TRUE
           MOVE ZEROES TO IrLoadedCount, IrRejectedCount
           MOVE SPACES TO IrArchiveName
           PERFORM WriteRegisterRow
           DISPLAY "Not loaded -- the file is left where it is".

       TakeFingerprint.
           MOVE ZEROES TO FpLines, FpCheckSum, FpFirstDate,
              FpLastDate
           MOVE IrFileName TO InputFileNameVar
           OPEN INPUT InputFile
           IF InputFileStatus NOT = "00"
              SET IrNoFile TO TRUE
              EXIT PARAGRAPH
           END-IF
           READ InputFile
              AT END SET EndOfInputFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfInputFile
              ADD 1 TO FpLines
              PERFORM FoldLine
              PERFORM TakeLineDate
              READ InputFile
                 AT END SET EndOfInputFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE InputFile.

       FoldLine.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(InputLine TRAILING))
              TO LineLen
           PERFORM VARYING CharIdx FROM 1 BY 1
              UNTIL CharIdx > LineLen
              COMPUTE FoldWork = FpCheckSum * 31
                 + FUNCTION ORD(InputLine(CharIdx:1))
              COMPUTE FpCheckSum = FUNCTION MOD(FoldWork,
                 999999999989)
           END-PERFORM.

      * The record date is the first of the leading fields that is a
      * real calendar date: field 1 of the exports, field 2 or 3 of
      * a staged R or M line.
       TakeLineDate.
           MOVE SPACES TO DateFields
           UNSTRING InputLine DELIMITED BY IrSeparator
              INTO DateField(1), DateField(2), DateField(3),
              DateField(4)
           END-UNSTRING
           PERFORM VARYING DfIdx FROM 1 BY 1 UNTIL DfIdx > 4
              IF DateField(DfIdx)(1:8) IS NUMERIC
                 AND DateField(DfIdx)(9:) = SPACES
                 MOVE DateField(DfIdx)(1:8) TO CandidateDate
                 CALL "CheckDate" USING CandidateDate, DateOk
                 IF DateAccepted
                    MOVE CandidateDate TO CandidateNum
                    IF FpFirstDate = ZERO
                       OR CandidateNum < FpFirstDate
                       MOVE CandidateNum TO FpFirstDate
                    END-IF
                    IF CandidateNum > FpLastDate
                       MOVE CandidateNum TO FpLastDate
                    END-IF
                    EXIT PERFORM
                 END-IF
              END-IF
           END-PERFORM.

       FindEarlierLoad.
           MOVE "N" TO MatchFound
           OPEN INPUT RegisterFile
           IF RegisterStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ RegisterFile
              AT END SET EndOfRegister TO TRUE
           END-READ
           PERFORM UNTIL EndOfRegister
              IF IgWasLoaded
                 AND IgLines = FpLines
                 AND IgCheckSum = FpCheckSum
                 AND IgFirstDate = FpFirstDate
                 AND IgLastDate = FpLastDate
                 SET FoundEarlierLoad TO TRUE
                 MOVE IgDate TO EarlierDate
                 MOVE IgUser TO EarlierUser
                 IF EarlierUser = SPACES
                    MOVE "(none)" TO EarlierUser
                 END-IF
                 MOVE IgProgram TO EarlierProgram
                 MOVE IgFileName TO EarlierName
              END-IF
              READ RegisterFile
                 AT END SET EndOfRegister TO TRUE
              END-READ
           END-PERFORM
           CLOSE RegisterFile.

      * The "R" belongs to the file the "C" fingerprinted; a file
      * never checked is fingerprinted now.
       RecordLoad.
           SET IrProceed TO TRUE
           IF IrFileName NOT = CheckedFileName
              MOVE "N" TO Overridden
              MOVE IrFileName TO CheckedFileName
              PERFORM TakeFingerprint
              IF IrNoFile
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM MoveToImported
           PERFORM WriteRegisterRow
           MOVE SPACES TO CheckedFileName.

       MoveToImported.
           MOVE SPACES TO IrArchiveName
           MOVE IrFileName TO InputFileNameVar
           PERFORM ValidateFileName
           IF NOT ValidName
              DISPLAY "Not moved to Imported/, unsafe file name: "
                 FUNCTION TRIM(IrFileName)
              EXIT PARAGRAPH
           END-IF
           PERFORM NextArchiveSeq
           STRING "Imported/" DELIMITED BY SIZE
              FUNCTION TRIM(IrFileName) DELIMITED BY SIZE
              "." DELIMITED BY SIZE
              TodayDateNum DELIMITED BY SIZE
              "." DELIMITED BY SIZE
              ArchiveSeq DELIMITED BY SIZE
              INTO IrArchiveName
           END-STRING
           MOVE SPACES TO MoveCmd
           STRING "mkdir -p Imported && mv " DELIMITED BY SIZE
              FUNCTION TRIM(IrFileName) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION TRIM(IrArchiveName) DELIMITED BY SIZE
              INTO MoveCmd
           END-STRING
           CALL "SYSTEM" USING MoveCmd
           IF RETURN-CODE NOT = ZERO
              DISPLAY "Could not move " FUNCTION TRIM(IrFileName)
                 " to Imported/"
              MOVE SPACES TO IrArchiveName
           END-IF
           MOVE ZEROES TO RETURN-CODE.

      * Same-day files of one name are numbered on, as the spool does.
       NextArchiveSeq.
           MOVE 1 TO ArchiveSeq
           OPEN INPUT RegisterFile
           IF RegisterStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ RegisterFile
              AT END SET EndOfRegister TO TRUE
           END-READ
           PERFORM UNTIL EndOfRegister
              IF IgFileName = IrFileName
                 AND IgDate = TodayDateNum
                 AND IgArchive NOT = SPACES
                 ADD 1 TO ArchiveSeq
              END-IF
              READ RegisterFile
                 AT END SET EndOfRegister TO TRUE
              END-READ
           END-PERFORM
           CLOSE RegisterFile.

       WriteRegisterRow.
           OPEN EXTEND RegisterFile
           IF RegisterStatus = "35"
              OPEN OUTPUT RegisterFile
              CLOSE RegisterFile
              OPEN EXTEND RegisterFile
           END-IF
           MOVE SPACES TO RegisterRecord
           MOVE IrFileName TO IgFileName
           MOVE IrProgramName TO IgProgram
           MOVE TodayDateNum TO IgDate
           MOVE NowTimeFull(1:6) TO IgTime
           CALL "GetOperator" USING OperatorWS
           MOVE OperatorWS TO IgUser
           MOVE FpLines TO IgLines
           MOVE FpCheckSum TO IgCheckSum
           MOVE FpFirstDate TO IgFirstDate
           MOVE FpLastDate TO IgLastDate
           EVALUATE TRUE
              WHEN IrRefused      MOVE "REFUSED" TO IgResult
              WHEN LoadOverridden MOVE "RELOADED" TO IgResult
              WHEN OTHER          MOVE "LOADED" TO IgResult
           END-EVALUATE
           MOVE IrLoadedCount TO IgLoaded
           MOVE IrRejectedCount TO IgRejected
           MOVE IrArchiveName TO IgArchive
           WRITE RegisterRecord
           CLOSE RegisterFile.

      * Same allow-list as BackupFile.cbl's ValidateFileName.
       ValidateFileName.
           MOVE "Y" TO NameIsValid
           MOVE FUNCTION LENGTH(FUNCTION TRIM(InputFileNameVar))
              TO NameLen
           PERFORM VARYING NameIdx FROM 1 BY 1
              UNTIL NameIdx > NameLen
              MOVE InputFileNameVar(NameIdx:1) TO NameChar
              IF NOT ((NameChar >= "A" AND NameChar <= "Z")
                 OR (NameChar >= "a" AND NameChar <= "z")
                 OR (NameChar >= "0" AND NameChar <= "9")
                 OR NameChar = "." OR NameChar = "_" OR NameChar = "-")
                 MOVE "N" TO NameIsValid
              END-IF
           END-PERFORM.
