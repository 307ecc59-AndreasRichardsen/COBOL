       IDENTIFICATION DIVISION.
       PROGRAM-ID. SealAuditEntry.
       AUTHOR. Andreas Richardsen.

      * Chains a new audit entry to the one before it: every LogAudit
      * paragraph does CALL "SealAuditEntry" USING AuditDetails right
      * before its WRITE. The previous entry's chain value is kept in
      * AuditChainHead.dat (with that entry's date and time), so the
      * writer never has to read the whole log; the new value goes
      * into the record's AuditChain field and becomes the new head.
      * The head also lets VerifyAuditChain tell a log that was cut
      * short from one that simply ends. Writers that never fill the
      * approver field leave it as whatever the record area held (low
      * values before the first write, high values after reading the
      * log to its end), so it is cleared to spaces here unless it
      * carries an id. Build as a callable module with
      * "cobc -m -o SealAuditEntry.so SealAuditEntry.cbl", same as
      * GetOperator.so.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChainHead ASSIGN TO "AuditChainHead.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ChainHeadStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ChainHead.
       01 ChainHeadRecord.
           02 HdChain           PIC X(12).
           02 HdDate            PIC 9(8).
           02 HdTime            PIC 9(8).

       WORKING-STORAGE SECTION.
       01 ChainHeadStatus       PIC XX.
       01 PreviousChain         PIC X(12).
       01 NewChain              PIC X(12).

       LINKAGE SECTION.
       01 AuditRecord.
           COPY "AUDITLOG.cpy".

       PROCEDURE DIVISION USING AuditRecord.
       BEGIN.
           IF AuditApprover = LOW-VALUES OR AuditApprover = HIGH-VALUES
              MOVE SPACES TO AuditApprover
           END-IF
           MOVE ZEROES TO PreviousChain
           OPEN INPUT ChainHead
           IF ChainHeadStatus = "00"
              READ ChainHead
                 NOT AT END MOVE HdChain TO PreviousChain
              END-READ
              CLOSE ChainHead
           END-IF
           CALL "AuditChainHash" USING PreviousChain, AuditRecord,
              NewChain
           MOVE NewChain TO AuditChain
           OPEN OUTPUT ChainHead
           MOVE NewChain TO HdChain
           MOVE AuditDate TO HdDate
           MOVE AuditTime TO HdTime
           WRITE ChainHeadRecord
           CLOSE ChainHead
           GOBACK.
