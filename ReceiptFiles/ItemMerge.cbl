      * master spelling in place, so per-item analysis stops seeing
      * "Milk", "milk 1.75L" and "MILK" as three items. Takes the
      * writer lock and backs the file up first, same as the writers.
      * The item index (ItemIndex) is rebuilt at the end, while the
      * lock is still held, so lookups find the merged spelling.
      * A second operator approves the merge through
      * SecondApproval when DualControl.dat asks for it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 ItemMasterStatus       PIC XX.
       01 AuditLogStatus         PIC XX.
       01 AuditUserWS            PIC X(8).
       01 ApprovalNameWS         PIC X(30).
       01 ApproverWS             PIC X(8) VALUE SPACES.
       01 ApprovalResultWS       PIC X.
       01 BackupFileName         PIC X(60) VALUE "Receipts.dat".
       01 LockFileName           PIC X(60) VALUE "Receipts.dat".
       01 LockResult             PIC X.
       01 TargetName             PIC X(30).
       01 RewriteCount           PIC 9(4).
       01 ScanName               PIC X(30).
       COPY "ITEMIDX.cpy".

       PROCEDURE DIVISION.
       BEGIN.
                 "try again later"
              STOP RUN
           END-IF
           MOVE "ItemMerge" TO ApprovalNameWS
           CALL "SecondApproval" USING ApprovalNameWS, ApproverWS,
              ApprovalResultWS
           IF ApprovalResultWS NOT = "Y"
              DISPLAY "Not approved -- nothing changed"
              CALL "UnlockFile" USING LockFileName
              STOP RUN
           END-IF
           CALL "BackupFile" USING BackupFileName

           PERFORM LoadMasterTable
           END-PERFORM

           CLOSE ReceiptFile
           MOVE "R" TO IxAction
           MOVE ReceiptFileNameVar TO IxReceiptFile
           CALL "ItemIndex" USING ItemIndexRequest
           IF IxFailed
              DISPLAY "Item index not rebuilt -- run RebuildDerived"
           END-IF
           CALL "UnlockFile" USING LockFileName
           STOP RUN.

           MOVE ReceiptDetails TO AuditAfter
           CALL "GetOperator" USING AuditUserWS
           MOVE AuditUserWS TO AuditUser
           MOVE ApproverWS TO AuditApprover
           CALL "SealAuditEntry" USING AuditDetails
           WRITE AuditDetails
           CLOSE AuditLog.
