       IDENTIFICATION DIVISION.
       PROGRAM-ID. SecondApproval.
       AUTHOR. Andreas Richardsen.

      * Dual control for the utilities that can rewrite months of
      * data: CALL "SecondApproval" USING the PROGRAM-ID (or a mode
      * name such as "PeriodReopen"), an eight-character approver
      * field and a one-character result, right before the
      * destructive phase. DualControl.dat says per name whether a
      * second operator must approve; a name not listed there (or no
      * file at all, as on a one-person machine) needs no approval,
      * and the result is "Y" with the approver left as spaces. When
      * approval is required, a second registered user from Users.dat
      * enters their id and PIN -- three tries -- and may not be the
      * operator signed on (GetOperator). Result "Y" = approved (the
      * approver field names who; the caller puts it in its audit
      * entry's AuditApprover), "N" = not approved, and the caller
      * should say so and stop before touching anything. The admin
      * maintains DualControl.dat through MenuDriver's users option.
      * Build as a callable module with
      * "cobc -m -o SecondApproval.so SecondApproval.cbl", same as
      * CheckPermission.so.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DualControl ASSIGN TO "DualControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DualControlStatus.

           SELECT Users ASSIGN TO "Users.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UsersStatus.

       DATA DIVISION.
       FILE SECTION.
       FD DualControl.
       01 DualControlRecord.
           88 EndOfDualControl  VALUE HIGH-VALUES.
           02 DcProgram         PIC X(30).
           02 DcRequired        PIC X.

       FD Users.
       01 UserRecord.
           88 EndOfUsers        VALUE HIGH-VALUES.
           02 UserId            PIC X(8).
           02 UserPin           PIC 9(4).
           02 UserAdmin         PIC X.

       WORKING-STORAGE SECTION.
       01 DualControlStatus     PIC XX.
       01 UsersStatus           PIC XX.
       01 ApprovalNeeded        PIC X VALUE "N".
           88 NeedsApproval     VALUE "Y".
       01 OperatorWS            PIC X(8).
       01 ApproverIdWS          PIC X(8).
       01 ApproverPinWS         PIC X(4).
       01 ApproveTries          PIC 9.
       01 CredentialsOk         PIC X.
           88 CredentialsMatch  VALUE "Y".

       LINKAGE SECTION.
       01 ProgramName           PIC X(30).
       01 ApproverId            PIC X(8).
       01 ApprovalResult        PIC X.
           88 Approved          VALUE "Y".
           88 NotApproved       VALUE "N".

       PROCEDURE DIVISION USING ProgramName, ApproverId,
           ApprovalResult.
       BEGIN.
           MOVE SPACES TO ApproverId
           MOVE "N" TO ApprovalNeeded
           PERFORM LookUpSetting
           IF NOT NeedsApproval
              SET Approved TO TRUE
              GOBACK
           END-IF

           SET NotApproved TO TRUE
           CALL "GetOperator" USING OperatorWS
           DISPLAY FUNCTION TRIM(ProgramName)
              " needs a second operator's approval"
           MOVE ZEROES TO ApproveTries
           PERFORM UNTIL Approved OR ApproveTries >= 3
              ADD 1 TO ApproveTries
              DISPLAY "Approver member id (Enter = cancel)"
              MOVE SPACES TO ApproverIdWS
              ACCEPT ApproverIdWS
              IF ApproverIdWS = SPACES
                 DISPLAY "Approval cancelled"
                 GOBACK
              END-IF
              DISPLAY "Approver PIN"
              MOVE SPACES TO ApproverPinWS
              ACCEPT ApproverPinWS
              EVALUATE TRUE
                 WHEN ApproverIdWS = OperatorWS
                    DISPLAY "The approver must be someone other "
                       "than " FUNCTION TRIM(OperatorWS)
                 WHEN OTHER
                    PERFORM CheckApprover
                    IF CredentialsMatch
                       SET Approved TO TRUE
                       MOVE ApproverIdWS TO ApproverId
                       DISPLAY "Approved by "
                          FUNCTION TRIM(ApproverIdWS)
                    ELSE
                       DISPLAY "Wrong id or PIN"
                    END-IF
              END-EVALUATE
           END-PERFORM
           GOBACK.

       LookUpSetting.
           OPEN INPUT DualControl
           IF DualControlStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ DualControl
              AT END SET EndOfDualControl TO TRUE
           END-READ
           PERFORM UNTIL EndOfDualControl
              IF DcProgram = ProgramName
                 IF DcRequired = "Y"
                    SET NeedsApproval TO TRUE
                 ELSE
                    MOVE "N" TO ApprovalNeeded
                 END-IF
              END-IF
              READ DualControl
                 AT END SET EndOfDualControl TO TRUE
              END-READ
           END-PERFORM
           CLOSE DualControl.

       CheckApprover.
           MOVE "N" TO CredentialsOk
           IF ApproverPinWS IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT Users
           IF UsersStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ Users
              AT END SET EndOfUsers TO TRUE
           END-READ
           PERFORM UNTIL EndOfUsers OR CredentialsMatch
              IF UserId = ApproverIdWS
                 AND UserPin = ApproverPinWS
                 SET CredentialsMatch TO TRUE
              ELSE
                 READ Users
                    AT END SET EndOfUsers TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           CLOSE Users.
