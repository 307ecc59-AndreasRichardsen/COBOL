      * Shared audit-trail record written to AuditLog.dat by every
      * *Writer program right after a successful WRITE. The action,
      * key and image fields are filled for corrections (what changed,
      * and what the record said before and after) and for adds: an
      * ADD entry carries the new record (up to 80 bytes) as its
      * after image, and a receipt or meal record, being longer, is
      * followed by an ADDCONT entry under the same key carrying the
      * rest. Only entries written before adds were imaged read back
      * with these fields as spaces.
           02 AuditProgram          PIC X(20).
           02 AuditDate             PIC 9(8).
           02 AuditTime             PIC 9(8).
      * before the field existed read back as spaces, which means
      * unknown -- same convention as the image fields above.
           02 AuditUser             PIC X(8).
      * Tamper-evident chain: a checksum over the previous entry's
      * chain value and this entry's first 252 bytes, filled in by
      * CALL "SealAuditEntry" right before the WRITE. Entries from
      * before the chain existed read back as spaces (unsealed);
      * VerifyAuditChain walks the archived months and the live log
      * and reports the first entry whose value does not follow.
           02 AuditChain            PIC X(12).
      * Second operator who approved a destructive utility's run
      * (SecondApproval, for the programs DualControl.dat names);
      * spaces when no approval was needed. Kept after the chain
      * field so older sealed entries keep their layout; the chain
      * folds it in whenever it is filled.
           02 AuditApprover         PIC X(8).
