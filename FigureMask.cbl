       IDENTIFICATION DIVISION.
       PROGRAM-ID. FigureMask.
       AUTHOR. Andreas Richardsen.

      * Field-level masking for reports that mix sensitive figures
      * with everything else. Permissions are per program, so
      * whoever may run DailySummary or MonthlyScorecard would also
      * see the money in them; the sensitivity classes narrow that.
      * PAY covers pay, rates, deductions and net pay; MONEY covers
      * spend, prices and bank reconciliation amounts. A class is
      * granted exactly like a protected mode name -- a
      * Permissions.dat row pairing the user id with "PAY" or
      * "MONEY" (MenuDriver's user maintenance, option 2) -- so an
      * admin, and a machine nobody has signed on to, sees every
      * figure as before. The calling report names the classes its
      * output carries; for each one the operator lacks, the answer
      * is Mask, the report prints "****" in place of those figures
      * and keeps the rest of the page, and one "MASKED" entry goes
      * to AuditLog.dat naming the program, the output and the
      * classes masked. The operator is told on the terminal as
      * well. Build as a callable module with
      * "cobc -m -o FigureMask.so FigureMask.cbl".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditLog ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD AuditLog.
       01 AuditDetails.
           COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01 AuditLogStatus        PIC XX.
       01 AuditUserWS           PIC X(8).
       01 PermNameWS            PIC X(30).
       01 PermResultWS          PIC X.
       01 MaskedClasses         PIC X(20).
       01 MaskedPointer         PIC 9(2).

       LINKAGE SECTION.
       COPY "MASKREQ.cpy".

       PROCEDURE DIVISION USING FigureMaskRequest.
       BEGIN.
           MOVE "****" TO FmMaskText
           SET FmShowPay TO TRUE
           SET FmShowMoney TO TRUE
           MOVE SPACES TO MaskedClasses
           MOVE 1 TO MaskedPointer

           IF FmCarriesPay = "Y"
              MOVE "PAY" TO PermNameWS
              CALL "CheckPermission" USING PermNameWS, PermResultWS
              IF PermResultWS NOT = "Y"
                 SET FmMaskPay TO TRUE
                 STRING "PAY " DELIMITED BY SIZE
                    INTO MaskedClasses WITH POINTER MaskedPointer
                 END-STRING
              END-IF
           END-IF
           IF FmCarriesMoney = "Y"
              MOVE "MONEY" TO PermNameWS
              CALL "CheckPermission" USING PermNameWS, PermResultWS
              IF PermResultWS NOT = "Y"
                 SET FmMaskMoney TO TRUE
                 STRING "MONEY " DELIMITED BY SIZE
                    INTO MaskedClasses WITH POINTER MaskedPointer
                 END-STRING
              END-IF
           END-IF

           IF MaskedClasses = SPACES
              GOBACK
           END-IF
           DISPLAY FUNCTION TRIM(MaskedClasses) " figures masked ("
              FmMaskText ") in " FUNCTION TRIM(FmOutputName)
              " -- your user id lacks that class"
           PERFORM LogMasking
           GOBACK.

       LogMasking.
           OPEN EXTEND AuditLog
           IF AuditLogStatus = "35"
              OPEN OUTPUT AuditLog
              CLOSE AuditLog
              OPEN EXTEND AuditLog
           END-IF
           MOVE SPACES TO AuditDetails
           MOVE FmProgramName TO AuditProgram
           ACCEPT AuditDate FROM DATE YYYYMMDD
           ACCEPT AuditTime FROM TIME
           MOVE FmOutputName TO AuditDataFile
           MOVE "MASKED" TO AuditAction
           MOVE MaskedClasses TO AuditKey
           STRING "figures of class " DELIMITED BY SIZE
              FUNCTION TRIM(MaskedClasses) DELIMITED BY SIZE
              " printed as " DELIMITED BY SIZE
              FmMaskText DELIMITED BY SIZE
              INTO AuditAfter
           END-STRING
           CALL "GetOperator" USING AuditUserWS
           MOVE AuditUserWS TO AuditUser
           CALL "SealAuditEntry" USING AuditDetails
           WRITE AuditDetails
           CLOSE AuditLog.
