       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResealAuditLog.
       AUTHOR. Andreas Richardsen.

      * Re-chains the live AuditLog.dat after a sanctioned rewrite of
      * old entries (MemberOffboard replacing an operator id): the
      * chain is recomputed from the value the last rotation ended on
      * (AuditChainAnchor.dat, zero before the first), entry by entry,
      * and AuditChainHead.dat is set to the new last value. Entries
      * ahead of the first sealed one stay unsealed, as the verifier
      * expects. Callers run VerifyAuditChain first and refuse to go
      * ahead over a chain that is already broken, so this never
      * launders an unexplained edit. Archived months are not
      * touched. Copies to AuditLog.new and swaps it in, same idiom
      * as AuditRotate. Build as a callable module with
      * "cobc -m -o ResealAuditLog.so ResealAuditLog.cbl".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditLog ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogStatus.

           SELECT AuditLogNew ASSIGN TO "AuditLog.new"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ChainAnchor ASSIGN TO "AuditChainAnchor.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ChainAnchorStatus.

           SELECT ChainHead ASSIGN TO "AuditChainHead.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ChainHeadStatus.

       DATA DIVISION.
       FILE SECTION.
       FD AuditLog.
       01 AuditDetails.
           88 EndOfAuditLog     VALUE HIGH-VALUES.
           COPY "AUDITLOG.cpy".

       FD AuditLogNew.
       01 AuditNewDetails       PIC X(272).

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
       01 AuditLogStatus        PIC XX.
       01 ChainAnchorStatus     PIC XX.
       01 ChainHeadStatus       PIC XX.
       01 ChainPrev             PIC X(12).
       01 NewChain              PIC X(12).
       01 LastDate              PIC 9(8) VALUE ZERO.
       01 LastTime              PIC 9(8) VALUE ZERO.
       01 SealedSeen            PIC X VALUE "N".
           88 ChainStarted      VALUE "Y".
       01 SwapCmd               PIC X(60).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE ZEROES TO ChainPrev
           OPEN INPUT ChainAnchor
           IF ChainAnchorStatus = "00"
              READ ChainAnchor
                 AT END SET EndOfAnchors TO TRUE
              END-READ
              PERFORM UNTIL EndOfAnchors
                 MOVE AnEnd TO ChainPrev
                 READ ChainAnchor
                    AT END SET EndOfAnchors TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ChainAnchor
           END-IF

           OPEN INPUT AuditLog
           IF AuditLogStatus NOT = "00"
              GOBACK
           END-IF
           OPEN OUTPUT AuditLogNew
           READ AuditLog
              AT END SET EndOfAuditLog TO TRUE
           END-READ
           PERFORM UNTIL EndOfAuditLog
              IF AuditChain NOT = SPACES
                 SET ChainStarted TO TRUE
              END-IF
              IF ChainStarted
                 CALL "AuditChainHash" USING ChainPrev, AuditDetails,
                    NewChain
                 MOVE NewChain TO AuditChain, ChainPrev
                 MOVE AuditDate TO LastDate
                 MOVE AuditTime TO LastTime
              END-IF
              MOVE AuditDetails TO AuditNewDetails
              WRITE AuditNewDetails
              READ AuditLog
                 AT END SET EndOfAuditLog TO TRUE
              END-READ
           END-PERFORM
           CLOSE AuditLog
           CLOSE AuditLogNew
           MOVE "mv AuditLog.new AuditLog.dat" TO SwapCmd
           CALL "SYSTEM" USING SwapCmd

           IF ChainStarted
              OPEN OUTPUT ChainHead
              MOVE ChainPrev TO HdChain
              MOVE LastDate TO HdDate
              MOVE LastTime TO HdTime
              WRITE ChainHeadRecord
              CLOSE ChainHead
           END-IF
           GOBACK.
