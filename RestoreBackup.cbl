      * restored count matches what was promised, and writes a
      * RESTORE entry to the audit log. Takes the writer lock for the
      * duration, so no writer can open the file mid-restore. Shells
      * out for ls and cp, same idiom as BackupFile. A restored
      * Receipts.dat gets its item index (ItemIndex) rebuilt.
      * A second operator approves the restore through
      * SecondApproval when DualControl.dat asks for it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 BackupListStatus      PIC XX.
       01 AuditLogStatus        PIC XX.
       01 AuditUserWS           PIC X(8).
       01 ApprovalNameWS        PIC X(30).
       01 ApproverWS            PIC X(8) VALUE SPACES.
       01 ApprovalResultWS      PIC X.
       01 PermNameWS            PIC X(30).
       01 PermResultWS          PIC X.
       01 ScanFileName          PIC X(90).
       01 PickedNr              PIC 9(2).
       01 ExpectedCount         PIC 9(7).
       01 RestoreConfirm        PIC X.
       COPY "ITEMIDX.cpy".
       01 ListIdx               PIC 9(2).
       01 CtlCheckSum           PIC 9(12).

              STOP RUN
           END-IF

           MOVE "RestoreBackup" TO ApprovalNameWS
           CALL "SecondApproval" USING ApprovalNameWS, ApproverWS,
              ApprovalResultWS
           IF ApprovalResultWS NOT = "Y"
              DISPLAY "Not approved -- nothing changed"
              CALL "UnlockFile" USING LockFileName
              STOP RUN
           END-IF
      * safety copy of the live file before it is overwritten
           CALL "BackupFile" USING LiveFileName

      * truncation on the next writer run
              CALL "SaveControlTotals" USING LiveFileName,
                 ScanCount, CtlCheckSum
              IF ReceiptChoice
                 MOVE "R" TO IxAction
                 MOVE LiveFileName TO IxReceiptFile
                 CALL "ItemIndex" USING ItemIndexRequest
              END-IF
              PERFORM LogAudit
           ELSE
              DISPLAY "VERIFY FAILED: expected " ExpectedCount
           MOVE BakName(PickedNr) TO AuditAfter
           CALL "GetOperator" USING AuditUserWS
           MOVE AuditUserWS TO AuditUser
           MOVE ApproverWS TO AuditApprover
           CALL "SealAuditEntry" USING AuditDetails
           WRITE AuditDetails
           CLOSE AuditLog.
