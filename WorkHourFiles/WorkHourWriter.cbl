           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WorkProjectStatus.

           SELECT EmployerFile ASSIGN TO "Employers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EmployerStatus.

           SELECT WorkEmployer ASSIGN TO "WorkEmployer.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WorkEmployerStatus.

       DATA DIVISION.
       FILE SECTION.
       FD WorkHourFile.
           02 WPSeqNr           PIC 9(2).
           02 WPCode            PIC X(6).

      * Employer register, kept by EmployerRegister.
       FD EmployerFile.
       01 EmployerRecord.
           88 EndOfEmployers    VALUE HIGH-VALUES.
           COPY "EMPLOYREC.cpy".

      * Second side file on the same key: an entry worked for any
      * employer but the main job gets one link record here. Entries
      * with no link are the main job's, so a file from before the
      * second job needs no conversion.
       FD WorkEmployer.
       01 WorkEmployerRecord.
           88 EndOfWorkEmployer VALUE HIGH-VALUES.
           02 WEDate            PIC 9(8).
           02 WESeqNr           PIC 9(2).
           02 WECode            PIC X(6).

       FD ShiftSchedule.
       01 ShiftScheduleRecord.
           88 EndOfShiftFile    VALUE HIGH-VALUES.
       01 DateDayNum             PIC 9(7).
      * Staging for the audit image fields: a correction sets these
      * before its WRITE/REWRITE and LogAudit copies them into the
      * audit record, clearing them again. An add leaves them blank
      * and LogAudit logs it as an ADD with the written record (the
      * whole 30 bytes) as its after image, so RollForward can put
      * it back.
       01 AuditActionWS          PIC X(8) VALUE SPACES.
       01 AuditKeyWS             PIC X(20) VALUE SPACES.
       01 AuditBeforeWS          PIC X(80) VALUE SPACES.
       01 ProjCodeOnFile         PIC X.
           88 FoundProjCode      VALUE "Y".
       01 ProjAddAnswer          PIC X.
       01 EmployerStatus         PIC XX.
       01 WorkEmployerStatus     PIC XX.
       01 EmployerTable.
           02 EmployerEntry      OCCURS 9 TIMES INDEXED BY EmIdx.
              03 EtCode          PIC X(6).
              03 EtName          PIC X(30).
              03 EtMain          PIC X.
       01 EmployerCount          PIC 9 VALUE ZERO.
       01 MainEmpName            PIC X(30) VALUE "main job".
       01 CurrEmpCode            PIC X(6) VALUE SPACES.
       01 EmpCodeInput           PIC X(6).
       01 EmpCodeOk              PIC X.
           88 EmpCodeSettled     VALUE "Y".
       01 OpenPunchStatus        PIC XX.
       01 OpenPunchFound         PIC X.
           88 HaveOpenPunch      VALUE "Y".
           02 PendEntry          OCCURS 30 TIMES.
              03 PtRecord        PIC X(30).
              03 PtProj          PIC X(6).
              03 PtEmp           PIC X(6).
       01 PendCount              PIC 9(2) VALUE ZERO.
       01 PendIdx                PIC 9(2).
       01 PendSeqWS              PIC 9(2).
           END-PERFORM

           PERFORM LoadShiftTable
           PERFORM LoadEmployerTable
           PERFORM CheckStaleOpenPunch

           DISPLAY LineBreak
                    ELSE
                       MOVE SPACES TO CurrProjCode
                    END-IF
                    IF TypeOfDay = SPACE OR "v" OR "k" OR "h" OR "u"
                       OR "b" OR TypeOfDay IS NUMERIC
                       PERFORM AskEmployerCode
                    END-IF
                    EVALUATE TRUE
                       WHEN TypeOfDay = SPACE PERFORM NonStandardDay
                       WHEN TypeOfDay = "v"   PERFORM LeaveDay
                 END-WRITE
                 DISPLAY "Original voided, adjustment written"
                 IF OvernightShift
                    PERFORM FindEmployerLink
                    PERFORM AppendOvernightRemainder
                 END-IF
              END-IF.
              MOVE MaxRecNr TO WHRecNr
              WRITE WorkHourDetails
                 INVALID KEY DISPLAY "Write failed"
                 NOT INVALID KEY
                    PERFORM LogAudit
                    PERFORM LogEmployerLink
              END-WRITE.

       StandardShiftDay.
                 ADD 1 TO PendCount
                 MOVE WorkHourDetails TO PtRecord(PendCount)
                 MOVE CurrProjCode TO PtProj(PendCount)
                 MOVE CurrEmpCode TO PtEmp(PendCount)
                 DISPLAY "Buffered (" PendCount " pending)"
                 EXIT PARAGRAPH
              END-IF
                 NOT INVALID KEY
                    PERFORM LogAudit
                    PERFORM LogProjectLink
                    PERFORM LogEmployerLink
              END-WRITE.

      * The recap before the signature: counts, total hours, and
                    UNTIL PendIdx > PendCount
                    MOVE PtRecord(PendIdx) TO WorkHourDetails
                    MOVE PtProj(PendIdx) TO CurrProjCode
                    MOVE PtEmp(PendIdx) TO CurrEmpCode
                    PERFORM WriteWorkEntry
                 END-PERFORM
                 DISPLAY PendCount " entries committed"
                 (((WHEndHour * 60) + WHEndMinute)
                 - ((WHStartHour * 60) + WHStartMinute))/60
              PERFORM AskProjectCode
              PERFORM AskEmployerCode
              PERFORM FlagOvertime
              COMPUTE PayPeriodId = (WHYear * 100) + WHMonth
              ADD 1 TO MaxRecNr
                 NOT INVALID KEY
                    PERFORM LogAudit
                    PERFORM LogProjectLink
                    PERFORM LogEmployerLink
              END-WRITE
              PERFORM MoveToLastEntry
              PERFORM ClearOpenPunch
              WRITE WorkProjectRecord
              CLOSE WorkProject.

      * Employer of the entry, asked only once a second employer is
      * on the register. Enter keeps the main job, which needs no
      * link; "?" lists the register. New employers are added with
      * EmployerRegister, not here, so a typo cannot start a job.
       AskEmployerCode.
              MOVE SPACES TO CurrEmpCode
              IF EmployerCount < 2
                 EXIT PARAGRAPH
              END-IF
              MOVE "N" TO EmpCodeOk
              PERFORM UNTIL EmpCodeSettled
                 DISPLAY "Employer code (Enter = "
                    FUNCTION TRIM(MainEmpName) ", ? = list employers)"
                 ACCEPT EmpCodeInput
                 MOVE FUNCTION UPPER-CASE(EmpCodeInput) TO EmpCodeInput
                 EVALUATE TRUE
                    WHEN EmpCodeInput = SPACES
                       MOVE "Y" TO EmpCodeOk
                    WHEN EmpCodeInput = "?"
                       PERFORM VARYING EmIdx FROM 1 BY 1
                          UNTIL EmIdx > EmployerCount
                          DISPLAY EtCode(EmIdx) " "
                             FUNCTION TRIM(EtName(EmIdx))
                       END-PERFORM
                    WHEN OTHER
                       PERFORM VARYING EmIdx FROM 1 BY 1
                          UNTIL EmIdx > EmployerCount
                          IF EtCode(EmIdx) = EmpCodeInput
                             MOVE "Y" TO EmpCodeOk
                             EXIT PERFORM
                          END-IF
                       END-PERFORM
                       IF EmpCodeSettled
                          IF EtMain(EmIdx) NOT = "Y"
                             MOVE EmpCodeInput TO CurrEmpCode
                          END-IF
                       ELSE
                          DISPLAY "Unknown employer '" EmpCodeInput
                             "' -- add it with EmployerRegister first"
                       END-IF
                 END-EVALUATE
              END-PERFORM.

       LoadEmployerTable.
              MOVE ZEROES TO EmployerCount
              OPEN INPUT EmployerFile
              IF EmployerStatus NOT = "00"
                 EXIT PARAGRAPH
              END-IF
              READ EmployerFile
                 AT END SET EndOfEmployers TO TRUE
              END-READ
              PERFORM UNTIL EndOfEmployers OR EmployerCount >= 9
                 ADD 1 TO EmployerCount
                 SET EmIdx TO EmployerCount
                 MOVE EmpCode TO EtCode(EmIdx)
                 MOVE EmpName TO EtName(EmIdx)
                 MOVE EmpMainFlag TO EtMain(EmIdx)
                 IF EmpIsMain
                    MOVE EmpName TO MainEmpName
                 END-IF
                 READ EmployerFile
                    AT END SET EndOfEmployers TO TRUE
                 END-READ
              END-PERFORM
              CLOSE EmployerFile.

      * The employer a corrected entry was linked to, so the part of
      * an overnight correction that lands on the next day stays with
      * the same job. The newest link for the date and sequence wins.
       FindEmployerLink.
              MOVE SPACES TO CurrEmpCode
              OPEN INPUT WorkEmployer
              IF WorkEmployerStatus NOT = "00"
                 EXIT PARAGRAPH
              END-IF
              READ WorkEmployer
                 AT END SET EndOfWorkEmployer TO TRUE
              END-READ
              PERFORM UNTIL EndOfWorkEmployer
                 IF WEDate = TargetDate AND WESeqNr = TargetSeqNr
                    MOVE WECode TO CurrEmpCode
                 END-IF
                 READ WorkEmployer
                    AT END SET EndOfWorkEmployer TO TRUE
                 END-READ
              END-PERFORM
              CLOSE WorkEmployer.

       LogEmployerLink.
              IF CurrEmpCode = SPACES
                 EXIT PARAGRAPH
              END-IF
              OPEN EXTEND WorkEmployer
              IF WorkEmployerStatus = "35"
                 OPEN OUTPUT WorkEmployer
                 CLOSE WorkEmployer
                 OPEN EXTEND WorkEmployer
              END-IF
              MOVE WHDate TO WEDate
              MOVE WHSeqNr TO WESeqNr
              MOVE CurrEmpCode TO WECode
              WRITE WorkEmployerRecord
              CLOSE WorkEmployer.

       LogAudit.
              IF AuditActionWS = SPACES
                 MOVE "ADD" TO AuditActionWS
                 STRING WHDate DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WHSeqNr DELIMITED BY SIZE
                    INTO AuditKeyWS
                 END-STRING
                 MOVE WorkHourDetails TO AuditAfterWS
              END-IF
              OPEN EXTEND AuditLog
              IF AuditLogStatus = "35"
                 OPEN OUTPUT AuditLog
              MOVE AuditAfterWS TO AuditAfter
              CALL "GetOperator" USING AuditUserWS
              MOVE AuditUserWS TO AuditUser
              CALL "SealAuditEntry" USING AuditDetails
              WRITE AuditDetails
              CLOSE AuditLog
              MOVE SPACES TO AuditActionWS, AuditKeyWS,
