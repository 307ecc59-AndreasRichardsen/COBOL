           END-IF
           CALL "GetOperator" USING AuditUserWS
           MOVE AuditUserWS TO AuditUser
           CALL "SealAuditEntry" USING AuditDetails
           WRITE AuditDetails
           CLOSE AuditLog.
