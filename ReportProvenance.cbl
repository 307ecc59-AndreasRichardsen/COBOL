       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportProvenance.
       AUTHOR. Andreas Richardsen.

      * Provenance footer for the reports: when two printouts of the
      * same report disagree, the question is always whether they
      * were built from the same data. Each report program tells this
      * module which program is running ("B"), which input files it
      * read ("A" -- the figures are taken there and then, so call it
      * while the snapshot is still on disk), and, after closing each
      * report file, to stamp it ("S"). The stamp appends a block
      * giving the program, the run date and time, the operator from
      * GetOperator, and for every input its record count and
      * checksum (the same rule SaveControlTotals keeps in "<name>.ctl"
      * -- the main files are read through their own record sizes,
      * the same split RollForward makes), its layout generation from
      * the "<name>.ver" marker (none = 01, as CheckLayoutVersion
      * reads it) and whether it was a ".snap" snapshot. The last
      * line is the input fingerprint, one number folded from every
      * input's kind, count, checksum and generation but not its
      * name, so a run against a snapshot and a run against the live
      * file it was copied from agree; ReportSpool stores it in its
      * index and compares it. An .html report gets the block as
      * comment lines. Build as a callable module with
      * "cobc -m -o ReportProvenance.so ReportProvenance.cbl", same
      * as GetOperator.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkHourFile ASSIGN DYNAMIC ScanFileName
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS ScanRecNr
           FILE STATUS IS ScanStatus.

           SELECT ReceiptFile ASSIGN DYNAMIC ScanFileName
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS ScanRecNr
           FILE STATUS IS ScanStatus.

           SELECT MealFile ASSIGN DYNAMIC ScanFileName
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS ScanRecNr
           FILE STATUS IS ScanStatus.

           SELECT TempFile ASSIGN DYNAMIC ScanFileName
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS ScanRecNr
           FILE STATUS IS ScanStatus.

           SELECT LineFile ASSIGN DYNAMIC ScanFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ScanStatus.

           SELECT ByteFile ASSIGN DYNAMIC ScanFileName
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ScanStatus.

           SELECT VersionFile ASSIGN DYNAMIC VersionFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VersionFileStatus.

           SELECT ReportFile ASSIGN DYNAMIC ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
      * one FD per record size, same split RollForward makes
       FD WorkHourFile.
       01 WHRelRecord           PIC X(30).
           88 EndOfWHRel        VALUE HIGH-VALUES.

       FD ReceiptFile.
       01 RcptRelRecord         PIC X(86).
           88 EndOfRcptRel      VALUE HIGH-VALUES.

       FD MealFile.
       01 MealRecord            PIC X(153).
           88 EndOfMealRel      VALUE HIGH-VALUES.

       FD TempFile.
       01 TempRelRecord         PIC X(58).
           88 EndOfTempRel      VALUE HIGH-VALUES.

       FD LineFile.
       01 LineRecord            PIC X(1024).
           88 EndOfLineFile     VALUE HIGH-VALUES.

       FD ByteFile.
       01 ByteRecord            PIC X.

       FD VersionFile.
       01 VersionLine           PIC X(2).

       FD ReportFile.
       01 ReportLine            PIC X(110).

       WORKING-STORAGE SECTION.
       01 ScanStatus            PIC XX.
       01 VersionFileStatus     PIC XX.
       01 ReportFileStatus      PIC XX.
       01 ScanFileName          PIC X(60).
       01 VersionFileName       PIC X(65).
       01 ReportFileName        PIC X(60).
      * the data file's own name, ".snap" taken off
       01 BaseFileName          PIC X(60).
       01 ScanRecNr             PIC 9(6).
       01 ByteEndFlag           PIC X.
           88 EndOfByteFile     VALUE "Y".
       01 NameLength            PIC 9(3).

       01 RunProgram            PIC X(30) VALUE SPACES.
       01 InputCount            PIC 9(2) VALUE ZERO.
       01 InputTable.
           02 InputEntry        OCCURS 20 TIMES INDEXED BY InIdx.
              03 InName         PIC X(60).
              03 InKind         PIC X.
              03 InPresent      PIC X.
              03 InCount        PIC 9(7).
              03 InCheckSum     PIC 9(12).
              03 InGeneration   PIC 9(2).
              03 InSnapshot     PIC X.

       01 OperatorId            PIC X(8).
       01 RunDate               PIC 9(8).
       01 RunTime               PIC 9(8).
       01 Fingerprint           PIC 9(12).
       01 FingerprintWork       PIC 9(15).
       01 HtmlReport            PIC X.
           88 HtmlOutput        VALUE "Y".
       01 BlockLine             PIC X(92).
       01 CountPrint            PIC Z(6)9.

       LINKAGE SECTION.
       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION USING ProvenanceRequest.
       BEGIN.
           SET PvDone TO TRUE
           EVALUATE TRUE
              WHEN PvBeginRun    PERFORM BeginRun
              WHEN PvAddInput    PERFORM AddInput
              WHEN PvStampReport PERFORM StampReport
              WHEN OTHER         SET PvFailed TO TRUE
           END-EVALUATE
           GOBACK.

       BeginRun.
           MOVE PvProgramName TO RunProgram
           MOVE ZEROES TO InputCount
           MOVE ZEROES TO PvFingerprint.

      * The figures are taken now, not at the stamp: a report that
      * read a snapshot removes it before it ends.
       AddInput.
           IF InputCount >= 20
              SET PvFailed TO TRUE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO InputCount
           SET InIdx TO InputCount
           MOVE PvInputName TO InName(InIdx)
           MOVE PvInputKind TO InKind(InIdx)
           MOVE "N" TO InPresent(InIdx)
           MOVE "N" TO InSnapshot(InIdx)
           MOVE ZEROES TO InCount(InIdx)
           MOVE ZEROES TO InCheckSum(InIdx)
           MOVE PvInputName TO ScanFileName

           MOVE FUNCTION LENGTH(FUNCTION TRIM(PvInputName))
              TO NameLength
           MOVE PvInputName TO BaseFileName
           IF NameLength > 5
              IF PvInputName(NameLength - 4:5) = ".snap"
                 MOVE "Y" TO InSnapshot(InIdx)
                 MOVE SPACES TO BaseFileName
                 MOVE PvInputName(1:NameLength - 5)
                    TO BaseFileName
              END-IF
           END-IF
           PERFORM ReadGeneration

           EVALUATE TRUE
              WHEN PvWorkHourInput PERFORM ScanWorkHourFile
              WHEN PvReceiptInput  PERFORM ScanReceiptFile
              WHEN PvMealInput     PERFORM ScanMealFile
              WHEN PvTempInput     PERFORM ScanTempFile
              WHEN PvBinaryInput   PERFORM ScanByteFile
              WHEN OTHER           PERFORM ScanLineFile
           END-EVALUATE.

       ReadGeneration.
           MOVE SPACES TO VersionFileName
           STRING FUNCTION TRIM(BaseFileName) DELIMITED BY SIZE
              ".ver" DELIMITED BY SIZE
              INTO VersionFileName
           END-STRING
           MOVE 1 TO InGeneration(InIdx)
           OPEN INPUT VersionFile
           IF VersionFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ VersionFile
              AT END MOVE "01" TO VersionLine
           END-READ
           IF VersionLine IS NUMERIC
              MOVE VersionLine TO InGeneration(InIdx)
           END-IF
           CLOSE VersionFile.

       ScanWorkHourFile.
           OPEN INPUT WorkHourFile
           IF ScanStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO InPresent(InIdx)
           MOVE SPACES TO WHRelRecord
           PERFORM UNTIL EndOfWHRel
              READ WorkHourFile NEXT RECORD
                 AT END SET EndOfWHRel TO TRUE
              END-READ
              IF NOT EndOfWHRel
                 ADD 1 TO InCount(InIdx)
                 COMPUTE InCheckSum(InIdx) = InCheckSum(InIdx)
                    + FUNCTION ORD(WHRelRecord(1:1))
                    + FUNCTION ORD(WHRelRecord(9:1))
              END-IF
           END-PERFORM
           CLOSE WorkHourFile.

       ScanReceiptFile.
           OPEN INPUT ReceiptFile
           IF ScanStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO InPresent(InIdx)
           MOVE SPACES TO RcptRelRecord
           PERFORM UNTIL EndOfRcptRel
              READ ReceiptFile NEXT RECORD
                 AT END SET EndOfRcptRel TO TRUE
              END-READ
              IF NOT EndOfRcptRel
                 ADD 1 TO InCount(InIdx)
                 COMPUTE InCheckSum(InIdx) = InCheckSum(InIdx)
                    + FUNCTION ORD(RcptRelRecord(1:1))
                    + FUNCTION ORD(RcptRelRecord(9:1))
              END-IF
           END-PERFORM
           CLOSE ReceiptFile.

      * MealWriter leaves no HIGH-VALUES slot out of its totals
      * either.
       ScanMealFile.
           OPEN INPUT MealFile
           IF ScanStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO InPresent(InIdx)
           MOVE SPACES TO MealRecord
           PERFORM UNTIL EndOfMealRel
              READ MealFile NEXT RECORD
                 AT END SET EndOfMealRel TO TRUE
              END-READ
              IF NOT EndOfMealRel
                 ADD 1 TO InCount(InIdx)
                 COMPUTE InCheckSum(InIdx) = InCheckSum(InIdx)
                    + FUNCTION ORD(MealRecord(1:1))
                    + FUNCTION ORD(MealRecord(9:1))
              END-IF
           END-PERFORM
           CLOSE MealFile.

       ScanTempFile.
           OPEN INPUT TempFile
           IF ScanStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO InPresent(InIdx)
           MOVE SPACES TO TempRelRecord
           PERFORM UNTIL EndOfTempRel
              READ TempFile NEXT RECORD
                 AT END SET EndOfTempRel TO TRUE
              END-READ
              IF NOT EndOfTempRel
                 ADD 1 TO InCount(InIdx)
                 COMPUTE InCheckSum(InIdx) = InCheckSum(InIdx)
                    + FUNCTION ORD(TempRelRecord(1:1))
                    + FUNCTION ORD(TempRelRecord(9:1))
              END-IF
           END-PERFORM
           CLOSE TempFile.

       ScanLineFile.
           OPEN INPUT LineFile
           IF ScanStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO InPresent(InIdx)
           MOVE SPACES TO LineRecord
           READ LineFile
              AT END SET EndOfLineFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLineFile
              ADD 1 TO InCount(InIdx)
              COMPUTE InCheckSum(InIdx) = InCheckSum(InIdx)
                 + FUNCTION ORD(LineRecord(1:1))
                 + FUNCTION ORD(LineRecord(9:1))
              MOVE SPACES TO LineRecord
              READ LineFile
                 AT END SET EndOfLineFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE LineFile.

      * The relative side files are read as the raw bytes on disk:
      * the count is bytes, the checksum every byte's ORD.
       ScanByteFile.
           OPEN INPUT ByteFile
           IF ScanStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO InPresent(InIdx)
           MOVE "N" TO ByteEndFlag
           PERFORM UNTIL EndOfByteFile
              READ ByteFile
                 AT END SET EndOfByteFile TO TRUE
              END-READ
              IF NOT EndOfByteFile
                 ADD 1 TO InCount(InIdx)
                 COMPUTE InCheckSum(InIdx) = InCheckSum(InIdx)
                    + FUNCTION ORD(ByteRecord)
              END-IF
           END-PERFORM
           CLOSE ByteFile.

       StampReport.
           PERFORM FoldFingerprint
           MOVE Fingerprint TO PvFingerprint
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT RunTime FROM TIME
           CALL "GetOperator" USING OperatorId
           IF OperatorId = SPACES
              MOVE "(none)" TO OperatorId
           END-IF

           MOVE "N" TO HtmlReport
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PvReportName))
              TO NameLength
           IF NameLength > 5
              IF PvReportName(NameLength - 4:5) = ".html"
                 MOVE "Y" TO HtmlReport
              END-IF
           END-IF

           MOVE PvReportName TO ReportFileName
           OPEN EXTEND ReportFile
           IF ReportFileStatus NOT = "00"
              SET PvFailed TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE ALL "=" TO BlockLine
           PERFORM WriteBlockLine
           MOVE "Provenance" TO BlockLine
           PERFORM WriteBlockLine
           MOVE SPACES TO BlockLine
           STRING "  Program   " DELIMITED BY SIZE
              FUNCTION TRIM(RunProgram) DELIMITED BY SIZE
              "  run " DELIMITED BY SIZE
              RunDate DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RunTime(1:2) DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              RunTime(3:2) DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              RunTime(5:2) DELIMITED BY SIZE
              INTO BlockLine
           END-STRING
           PERFORM WriteBlockLine
           MOVE SPACES TO BlockLine
           STRING "  Operator  " DELIMITED BY SIZE
              FUNCTION TRIM(OperatorId) DELIMITED BY SIZE
              INTO BlockLine
           END-STRING
           PERFORM WriteBlockLine
           PERFORM VARYING InIdx FROM 1 BY 1
              UNTIL InIdx > InputCount
              PERFORM WriteInputLine
           END-PERFORM
           MOVE SPACES TO BlockLine
           STRING "  Input fingerprint " DELIMITED BY SIZE
              Fingerprint DELIMITED BY SIZE
              INTO BlockLine
           END-STRING
           PERFORM WriteBlockLine
           CLOSE ReportFile.

       WriteInputLine.
           MOVE SPACES TO BlockLine
           IF InPresent(InIdx) = "N"
              STRING "  Input     " DELIMITED BY SIZE
                 FUNCTION TRIM(InName(InIdx)) DELIMITED BY SIZE
                 "  not present" DELIMITED BY SIZE
                 INTO BlockLine
              END-STRING
              PERFORM WriteBlockLine
              EXIT PARAGRAPH
           END-IF
           MOVE InCount(InIdx) TO CountPrint
           MOVE InName(InIdx)(1:30) TO BlockLine(13:30)
           MOVE "  Input" TO BlockLine(1:7)
           IF InKind(InIdx) = "B"
              MOVE "bytes" TO BlockLine(43:5)
           ELSE
              MOVE "recs " TO BlockLine(43:5)
           END-IF
           MOVE CountPrint TO BlockLine(48:7)
           MOVE " sum " TO BlockLine(55:5)
           MOVE InCheckSum(InIdx) TO BlockLine(60:12)
           MOVE " gen " TO BlockLine(72:5)
           MOVE InGeneration(InIdx) TO BlockLine(77:2)
           IF InSnapshot(InIdx) = "Y"
              MOVE " snapshot" TO BlockLine(79:9)
           END-IF
           PERFORM WriteBlockLine.

       WriteBlockLine.
           MOVE SPACES TO ReportLine
           IF HtmlOutput
              STRING "<!-- " DELIMITED BY SIZE
                 FUNCTION TRIM(BlockLine TRAILING) DELIMITED BY SIZE
                 " -->" DELIMITED BY SIZE
                 INTO ReportLine
              END-STRING
           ELSE
              MOVE BlockLine TO ReportLine
           END-IF
           WRITE ReportLine.

      * Names are left out on purpose: a snapshot and its live file
      * fold to the same number.
       FoldFingerprint.
           MOVE ZEROES TO Fingerprint
           PERFORM VARYING InIdx FROM 1 BY 1
              UNTIL InIdx > InputCount
              COMPUTE FingerprintWork = Fingerprint * 31
                 + InCount(InIdx) * 7 + InCheckSum(InIdx)
                 + InGeneration(InIdx) * 101
                 + FUNCTION ORD(InKind(InIdx))
                 + FUNCTION ORD(InPresent(InIdx))
              COMPUTE Fingerprint =
                 FUNCTION MOD(FingerprintWork, 999999999989)
           END-PERFORM.
