      * "Oslofjord", "Oslo fjord" and "oslofjord" stop fragmenting
      * the per-location min/max/avg and trend reports. Takes the
      * writer lock and backs the file up first, same as TempWriter.
      * A second operator approves the merge through
      * SecondApproval when DualControl.dat asks for it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 LocationMasterStatus PIC XX.
       01 AuditLogStatus      PIC XX.
       01 AuditUserWS         PIC X(8).
       01 ApprovalNameWS      PIC X(30).
       01 ApproverWS          PIC X(8) VALUE SPACES.
       01 ApprovalResultWS    PIC X.
       01 LockFileName        PIC X(60) VALUE "Temps.dat".
       01 LockResult          PIC X.
           88 LockAcquired    VALUE "Y".
                 "try again later"
              STOP RUN
           END-IF
           MOVE "LocationMerge" TO ApprovalNameWS
           CALL "SecondApproval" USING ApprovalNameWS, ApproverWS,
              ApprovalResultWS
           IF ApprovalResultWS NOT = "Y"
              DISPLAY "Not approved -- nothing changed"
              CALL "UnlockFile" USING LockFileName
              STOP RUN
           END-IF
           CALL "BackupFile" USING TempFileNameVar

           PERFORM LoadMasterTable
           MOVE TargetName TO AuditAfter
           CALL "GetOperator" USING AuditUserWS
           MOVE AuditUserWS TO AuditUser
           MOVE ApproverWS TO AuditApprover
           CALL "SealAuditEntry" USING AuditDetails
           WRITE AuditDetails
           CLOSE AuditLog.
