      * queryable -- point AuditInquiry at an archive file by copying
      * it back if an old month needs digging into. Shells out for
      * mkdir and the final swap, same idiom as WorkHourNightlyBatch.
      * The audit hash chain is carried across: months are rotated
      * oldest first, so an archive is always the front of the chain,
      * and each rotation appends to AuditChainAnchor.dat the chain
      * value it started from, the value it ended on and how many
      * entries it moved -- VerifyAuditChain checks every archive
      * against its anchor and the live log against the last one.
      * Rotating a month again appends to its archive rather than
      * replacing it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ArchiveLog ASSIGN DYNAMIC ArchiveFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ArchiveStatus.

           SELECT ChainAnchor ASSIGN TO "AuditChainAnchor.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ChainAnchorStatus.

           SELECT AuditSummary ASSIGN TO "AuditSummary.dat"
           ORGANIZATION IS LINE SEQUENTIAL

      * sized to the full audit record including the operator id
       FD AuditLogNew.
       01 AuditNewDetails       PIC X(272).

       FD ArchiveLog.
       01 ArchiveDetails        PIC X(272).

       FD ChainAnchor.
       01 AnchorRecord.
           88 EndOfAnchors      VALUE HIGH-VALUES.
           02 AnMonth           PIC 9(6).
           02 AnStart           PIC X(12).
           02 AnEnd             PIC X(12).
           02 AnCount           PIC 9(6).

       FD AuditSummary.
       01 SummaryRecord.
       WORKING-STORAGE SECTION.
       01 AuditLogStatus        PIC XX.
       01 AuditSummaryStatus    PIC XX.
       01 ArchiveStatus         PIC XX.
       01 ChainAnchorStatus     PIC XX.
       01 ChainStartWS          PIC X(12).
       01 ChainEndWS            PIC X(12).
       01 ArchiveFileName       PIC X(40).
       01 RotateMonth           PIC 9(6).
       01 RotatedCount          PIC 9(6) VALUE ZERO.
              DISPLAY "AuditLog.dat not found -- nothing to rotate"
              STOP RUN
           END-IF
      * the log is in time order, so its first entry is the oldest
      * month still live; rotating past it would tear the chain
           READ AuditLog
              AT END SET EndOfAuditLog TO TRUE
           END-READ
           IF NOT EndOfAuditLog AND AuditDate(1:6) < RotateMonth
              DISPLAY "The live log still starts in " AuditDate(1:6)
                 " -- rotate that month first"
              CLOSE AuditLog
              STOP RUN
           END-IF
           CLOSE AuditLog
           OPEN INPUT AuditLog
           PERFORM FindChainStart

           MOVE "mkdir -p Archive" TO MkdirCmd
           CALL "SYSTEM" USING MkdirCmd
           END-STRING

           OPEN OUTPUT AuditLogNew
           OPEN EXTEND ArchiveLog
           IF ArchiveStatus = "35"
              OPEN OUTPUT ArchiveLog
              CLOSE ArchiveLog
              OPEN EXTEND ArchiveLog
           END-IF

           READ AuditLog
              AT END SET EndOfAuditLog TO TRUE
                 MOVE AuditDetails TO ArchiveDetails
                 WRITE ArchiveDetails
                 ADD 1 TO RotatedCount
                 IF AuditChain NOT = SPACES
                    MOVE AuditChain TO ChainEndWS
                 END-IF
                 PERFORM TallyProgramEntry
              ELSE
                 MOVE AuditDetails TO AuditNewDetails
                 " -- live log left untouched"
           ELSE
              PERFORM WriteSummaryRecords
              PERFORM WriteChainAnchor
              MOVE "mv AuditLog.new AuditLog.dat" TO SwapCmd
              CALL "SYSTEM" USING SwapCmd
              DISPLAY "Rotated " RotatedCount " entries to "
           END-IF
           STOP RUN.

      * The rotated block picks the chain up where the last rotation
      * left it (zero before the first one).
       FindChainStart.
           MOVE ZEROES TO ChainStartWS
           OPEN INPUT ChainAnchor
           IF ChainAnchorStatus = "00"
              READ ChainAnchor
                 AT END SET EndOfAnchors TO TRUE
              END-READ
              PERFORM UNTIL EndOfAnchors
                 MOVE AnEnd TO ChainStartWS
                 READ ChainAnchor
                    AT END SET EndOfAnchors TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ChainAnchor
           END-IF
           MOVE ChainStartWS TO ChainEndWS.

       WriteChainAnchor.
           OPEN EXTEND ChainAnchor
           IF ChainAnchorStatus = "35"
              OPEN OUTPUT ChainAnchor
              CLOSE ChainAnchor
              OPEN EXTEND ChainAnchor
           END-IF
           MOVE RotateMonth TO AnMonth
           MOVE ChainStartWS TO AnStart
           MOVE ChainEndWS TO AnEnd
           MOVE RotatedCount TO AnCount
           WRITE AnchorRecord
           CLOSE ChainAnchor.

       TallyProgramEntry.
           MOVE "N" TO ProgramFound
           PERFORM VARYING ProgIdx FROM 1 BY 1
