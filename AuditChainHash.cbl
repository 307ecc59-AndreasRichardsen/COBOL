       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditChainHash.
       AUTHOR. Andreas Richardsen.

      * The audit chain's checksum: CALL "AuditChainHash" USING the
      * previous entry's twelve-digit chain value, an audit record
      * and a twelve-character result. Each of the record's first
      * 252 bytes (everything but the chain field itself) is folded
      * into a running value that starts from the previous entry's,
      * so changing, removing or reordering any entry changes every
      * value after it. The approver field after the chain is folded
      * in too when it is filled, so entries from before it existed
      * keep their values. A previous value of spaces (no chain yet)
      * counts as zero. SealAuditEntry, VerifyAuditChain and
      * ResealAuditLog all call this, so they can never disagree on
      * the rule. Build as a callable module with
      * "cobc -m -o AuditChainHash.so AuditChainHash.cbl", same as
      * CheckDate.so.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 RunningValue          PIC 9(15).
       01 ByteIdx               PIC 9(3).

       LINKAGE SECTION.
       01 ChainPrevious         PIC X(12).
       01 ChainEntry            PIC X(272).
       01 ChainResult           PIC X(12).

       PROCEDURE DIVISION USING ChainPrevious, ChainEntry,
           ChainResult.
       BEGIN.
           IF ChainPrevious IS NUMERIC
              MOVE ChainPrevious TO RunningValue
           ELSE
              MOVE ZEROES TO RunningValue
           END-IF
           PERFORM VARYING ByteIdx FROM 1 BY 1 UNTIL ByteIdx > 252
              COMPUTE RunningValue = FUNCTION MOD(RunningValue * 131
                 + FUNCTION ORD(ChainEntry(ByteIdx:1)), 999999999989)
           END-PERFORM
           IF ChainEntry(265:8) NOT = SPACES
              PERFORM VARYING ByteIdx FROM 265 BY 1
                 UNTIL ByteIdx > 272
                 COMPUTE RunningValue = FUNCTION MOD(RunningValue
                    * 131 + FUNCTION ORD(ChainEntry(ByteIdx:1)),
                    999999999989)
              END-PERFORM
           END-IF
           MOVE RunningValue(4:12) TO ChainResult
           GOBACK.
