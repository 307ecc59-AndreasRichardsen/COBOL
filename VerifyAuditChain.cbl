       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerifyAuditChain.
       AUTHOR. Andreas Richardsen.

      * Walks the audit chain end to end and reports the first
      * broken link: the archived months first, in the order
      * AuditRotate moved them out (AuditChainAnchor.dat records for
      * each rotation the chain value it started from, the value it
      * ended on and how many entries it moved), then the live
      * AuditLog.dat, whose last sealed entry must match the head in
      * AuditChainHead.dat. A hand-edited entry shows up as a value
      * that does not follow, a deleted or inserted one as every
      * value after it failing, a truncated log as a head it never
      * reaches, and a missing or trimmed archive as a count or end
      * value that does not match its anchor. Entries from before the
      * chain existed (AuditChain spaces) are accepted only ahead of
      * the first sealed entry. CALL "VerifyAuditChain" USING a
      * one-character result and a 70-character detail line: "Y" =
      * intact, "N" = broken (the detail says where), "U" = nothing
      * sealed yet. Called from SystemHealth and AuditInquiry. Build
      * as a callable module with
      * "cobc -m -o VerifyAuditChain.so VerifyAuditChain.cbl", same
      * as VerifyControlTotals.so.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChainLog ASSIGN DYNAMIC ChainLogName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ChainLogStatus.

           SELECT ChainAnchor ASSIGN TO "AuditChainAnchor.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ChainAnchorStatus.

           SELECT ChainHead ASSIGN TO "AuditChainHead.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ChainHeadStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ChainLog.
       01 AuditDetails.
           88 EndOfChainLog     VALUE HIGH-VALUES.
           COPY "AUDITLOG.cpy".

       FD ChainAnchor.
       01 AnchorRecord.
           88 EndOfAnchors      VALUE HIGH-VALUES.
           02 AnMonth           PIC 9(6).
           02 AnStart           PIC X(12).
           02 AnEnd             PIC X(12).
           02 AnCount           PIC 9(6).

       FD ChainHead.
       01 ChainHeadRecord.
           02 HdChain           PIC X(12).
           02 HdDate            PIC 9(8).
           02 HdTime            PIC 9(8).

       WORKING-STORAGE SECTION.
       01 ChainLogStatus        PIC XX.
       01 ChainAnchorStatus     PIC XX.
       01 ChainHeadStatus       PIC XX.
       01 ChainLogName          PIC X(40).

      * consecutive rotations of the same month went into one
      * archive file, so they are checked as one
       01 MonthTable.
           02 MonthEntry        OCCURS 240 TIMES INDEXED BY MonIdx.
              03 MtMonth        PIC 9(6).
              03 MtStart        PIC X(12).
              03 MtEnd          PIC X(12).
              03 MtCount        PIC 9(6).
       01 MonthCount            PIC 9(3) VALUE ZERO.

       01 ChainPrev             PIC X(12).
       01 ExpectedChain         PIC X(12).
       01 EntryNr               PIC 9(6).
       01 SealedSeen            PIC X.
           88 ChainStarted      VALUE "Y".
       01 LinkState             PIC X.
           88 LinkBroken        VALUE "N".
       01 HeadChain             PIC X(12).
       01 HeadDate              PIC 9(8).
       01 HeadTime              PIC 9(8).

       LINKAGE SECTION.
       01 ChainResult           PIC X.
           88 ChainIntact       VALUE "Y".
           88 ChainBroken       VALUE "N".
           88 ChainUnsealed     VALUE "U".
       01 ChainDetail           PIC X(70).

       PROCEDURE DIVISION USING ChainResult, ChainDetail.
       BEGIN.
           MOVE SPACES TO ChainDetail
           MOVE ZEROES TO ChainPrev
           MOVE "N" TO SealedSeen
           MOVE "Y" TO LinkState
           PERFORM LoadAnchors

           PERFORM VARYING MonIdx FROM 1 BY 1
              UNTIL MonIdx > MonthCount OR LinkBroken
              PERFORM CheckOneArchive
           END-PERFORM
           IF LinkBroken
              SET ChainBroken TO TRUE
              GOBACK
           END-IF

           MOVE "AuditLog.dat" TO ChainLogName
           PERFORM WalkChainLog
           IF LinkBroken
              SET ChainBroken TO TRUE
              GOBACK
           END-IF

           PERFORM CheckAgainstHead
           IF LinkBroken
              SET ChainBroken TO TRUE
              GOBACK
           END-IF
           IF ChainStarted
              SET ChainIntact TO TRUE
              STRING "intact through " DELIMITED BY SIZE
                 HeadDate DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 HeadTime(1:4) DELIMITED BY SIZE
                 INTO ChainDetail
              END-STRING
           ELSE
              SET ChainUnsealed TO TRUE
              MOVE "no sealed entries yet" TO ChainDetail
           END-IF
           GOBACK.

       LoadAnchors.
           MOVE ZEROES TO MonthCount
           OPEN INPUT ChainAnchor
           IF ChainAnchorStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ ChainAnchor
              AT END SET EndOfAnchors TO TRUE
           END-READ
           PERFORM UNTIL EndOfAnchors
              IF MonthCount > ZERO
                 AND AnMonth = MtMonth(MonthCount)
                 AND AnStart = MtEnd(MonthCount)
                 MOVE AnEnd TO MtEnd(MonthCount)
                 ADD AnCount TO MtCount(MonthCount)
              ELSE
                 IF MonthCount < 240
                    ADD 1 TO MonthCount
                    MOVE AnMonth TO MtMonth(MonthCount)
                    MOVE AnStart TO MtStart(MonthCount)
                    MOVE AnEnd TO MtEnd(MonthCount)
                    MOVE AnCount TO MtCount(MonthCount)
                 END-IF
              END-IF
              READ ChainAnchor
                 AT END SET EndOfAnchors TO TRUE
              END-READ
           END-PERFORM
           CLOSE ChainAnchor.

      * Each archive must pick up exactly where the one before it
      * ended, hold the number of entries its rotation moved, and
      * end on the value the rotation recorded.
       CheckOneArchive.
           MOVE SPACES TO ChainLogName
           STRING "Archive/AuditLog_" DELIMITED BY SIZE
              MtMonth(MonIdx) DELIMITED BY SIZE
              ".dat" DELIMITED BY SIZE
              INTO ChainLogName
           END-STRING
           IF MtStart(MonIdx) NOT = ChainPrev
              SET LinkBroken TO TRUE
              STRING FUNCTION TRIM(ChainLogName) DELIMITED BY SIZE
                 " does not follow on from the month before"
                 DELIMITED BY SIZE
                 INTO ChainDetail
              END-STRING
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT ChainLog
           IF ChainLogStatus NOT = "00"
              SET LinkBroken TO TRUE
              STRING FUNCTION TRIM(ChainLogName) DELIMITED BY SIZE
                 " is missing" DELIMITED BY SIZE
                 INTO ChainDetail
              END-STRING
              EXIT PARAGRAPH
           END-IF
           CLOSE ChainLog
           PERFORM WalkChainLog
           IF LinkBroken
              EXIT PARAGRAPH
           END-IF
           IF EntryNr NOT = MtCount(MonIdx)
              OR ChainPrev NOT = MtEnd(MonIdx)
              SET LinkBroken TO TRUE
              STRING FUNCTION TRIM(ChainLogName) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 EntryNr DELIMITED BY SIZE
                 " entries, anchor says " DELIMITED BY SIZE
                 MtCount(MonIdx) DELIMITED BY SIZE
                 INTO ChainDetail
              END-STRING
           END-IF.

       WalkChainLog.
           MOVE ZEROES TO EntryNr
           OPEN INPUT ChainLog
           IF ChainLogStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ ChainLog
              AT END SET EndOfChainLog TO TRUE
           END-READ
           PERFORM UNTIL EndOfChainLog OR LinkBroken
              ADD 1 TO EntryNr
              PERFORM CheckOneEntry
              READ ChainLog
                 AT END SET EndOfChainLog TO TRUE
              END-READ
           END-PERFORM
           CLOSE ChainLog.

       CheckOneEntry.
           IF AuditChain = SPACES
              IF ChainStarted
                 SET LinkBroken TO TRUE
                 PERFORM DescribeBreak
              END-IF
              EXIT PARAGRAPH
           END-IF
           CALL "AuditChainHash" USING ChainPrev, AuditDetails,
              ExpectedChain
           IF ExpectedChain NOT = AuditChain
              SET LinkBroken TO TRUE
              PERFORM DescribeBreak
              EXIT PARAGRAPH
           END-IF
           SET ChainStarted TO TRUE
           MOVE AuditChain TO ChainPrev.

       DescribeBreak.
           MOVE SPACES TO ChainDetail
           STRING FUNCTION TRIM(ChainLogName) DELIMITED BY SIZE
              " #" DELIMITED BY SIZE
              EntryNr DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              AuditDate DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              AuditTime(1:4) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              AuditProgram DELIMITED BY SPACE
              INTO ChainDetail
           END-STRING.

      * The live log must reach the head SealAuditEntry last wrote;
      * a log that stops short of it was cut.
       CheckAgainstHead.
           MOVE SPACES TO HeadChain
           MOVE ZEROES TO HeadDate, HeadTime
           OPEN INPUT ChainHead
           IF ChainHeadStatus = "00"
              READ ChainHead
                 NOT AT END
                    MOVE HdChain TO HeadChain
                    MOVE HdDate TO HeadDate
                    MOVE HdTime TO HeadTime
              END-READ
              CLOSE ChainHead
           END-IF
           IF HeadChain = SPACES
              IF ChainStarted
                 SET LinkBroken TO TRUE
                 MOVE "AuditChainHead.dat is missing" TO ChainDetail
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF HeadChain NOT = ChainPrev
              SET LinkBroken TO TRUE
              STRING "AuditLog.dat stops short of the entry sealed "
                 DELIMITED BY SIZE
                 HeadDate DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 HeadTime(1:4) DELIMITED BY SIZE
                 INTO ChainDetail
              END-STRING
           END-IF.
