      * A checklist item that fails can be overridden, but the
      * override is asked for out loud, the same shape as the
      * control-total mismatch prompt.
      * Reopening a closed month needs a second operator's
      * approval (mode name "PeriodReopen") through SecondApproval
      * when DualControl.dat asks for it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 BackupListStatus      PIC XX.
       01 AuditLogStatus        PIC XX.
       01 AuditUserWS           PIC X(8).
       01 ApprovalNameWS        PIC X(30).
       01 ApproverWS            PIC X(8) VALUE SPACES.
       01 ApprovalResultWS      PIC X.
       01 AuditActionWS         PIC X(8) VALUE SPACES.
       01 ProbeFileName         PIC X(66).
       01 RunMode               PIC X.
              DISPLAY TargetMonth " is not closed"
              EXIT PARAGRAPH
           END-IF
           MOVE "PeriodReopen" TO ApprovalNameWS
           CALL "SecondApproval" USING ApprovalNameWS, ApproverWS,
              ApprovalResultWS
           IF ApprovalResultWS NOT = "Y"
              DISPLAY "Not approved -- nothing changed"
              EXIT PARAGRAPH
           END-IF
           MOVE "O" TO StStatus(StatusIdx)
           ADD 1 TO StReopens(StatusIdx)
           PERFORM SaveStatusTable
           MOVE SPACES TO AuditBefore, AuditAfter
           CALL "GetOperator" USING AuditUserWS
           MOVE AuditUserWS TO AuditUser
           MOVE ApproverWS TO AuditApprover
           CALL "SealAuditEntry" USING AuditDetails
           WRITE AuditDetails
           CLOSE AuditLog
           MOVE SPACES TO AuditActionWS.
