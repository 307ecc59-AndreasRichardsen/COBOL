      * file: record count, newest entry date, lock state (including
      * whether the lock's owner process is still alive), and the
      * newest backup in Backups/. Also reports the newest archived
      * month-end report under Archive/, and the state of the audit
      * hash chain -- a broken link is also raised as an alert. Ends
      * with GOBACK so it can be CALLed from MenuDriver or run on its
      * own. Shells out for the ls listings, same idiom as
      * WorkHourNightlyBatch. Each data file's findings are also kept
      * in HealthStatus.dat (rewritten every run) for HtmlDashboard.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HealthListStatus.

           SELECT HealthStatusFile ASSIGN TO "HealthStatus.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HealthStatusStatus.

           SELECT Alerts ASSIGN TO "Alerts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AlertsStatus.
       01 HealthListLine       PIC X(90).
           88 EndOfHealthList  VALUE HIGH-VALUES.

      * One row per data file, as of the last health check.
       FD HealthStatusFile.
       01 HealthStatusRecord.
           02 HsFile            PIC X(20).
           02 HsCount           PIC 9(7).
           02 HsLastEntry       PIC 9(8).
           02 HsLock            PIC X(5).
           02 HsBackup          PIC X(60).
           02 HsRunDate         PIC 9(8).
           02 HsRunTime         PIC 9(8).

      * Shared alert hub record -- AlertInbox reads and
      * acknowledges these.
       FD Alerts.
       01 ScanStatus            PIC XX.
       01 LockFileStatus        PIC XX.
       01 HealthListStatus      PIC XX.
       01 HealthStatusStatus    PIC XX.
       01 ScanFileName          PIC X(60).
       01 LockSentinelName      PIC X(65).
       01 ChkWHRecNr            PIC 9(6).
       01 AlertSevWS             PIC X.
       01 AlertKeyWS             PIC X(20).
       01 AlertMsgWS             PIC X(60).
       01 ChainResultWS          PIC X.
       01 ChainDetailWS          PIC X(70).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "=== System health ==="
           OPEN OUTPUT HealthStatusFile
           PERFORM VARYING FileSlot FROM 1 BY 1 UNTIL FileSlot > 4
              EVALUATE FileSlot
                 WHEN 1 MOVE "WorkHours.dat" TO CheckName
              END-EVALUATE
              PERFORM CheckOneFile
           END-PERFORM
           CLOSE HealthStatusFile
           PERFORM CheckMonthEndJobs
           PERFORM CheckAuditChain
           DISPLAY "====================="
           GOBACK.

           END-EVALUATE
           DISPLAY FUNCTION TRIM(CheckName) ": " ScanCount
              " records, last entry " ScanMaxDate
           MOVE SPACES TO HealthStatusRecord
           MOVE CheckName TO HsFile
           MOVE ScanCount TO HsCount
           MOVE ScanMaxDate TO HsLastEntry
           PERFORM CheckLockState
           PERFORM FindNewestBackup
           ACCEPT HsRunDate FROM DATE YYYYMMDD
           ACCEPT HsRunTime FROM TIME
           WRITE HealthStatusRecord.

       ScanWorkHourLayout.
           OPEN INPUT ChkWorkHourFile
           OPEN INPUT LockSentinel
           IF LockFileStatus NOT = "00"
              DISPLAY "  lock: free"
              MOVE "FREE" TO HsLock
              EXIT PARAGRAPH
           END-IF
           READ LockSentinel
              END-STRING
              CALL "SYSTEM" USING ProbeCmd
              IF RETURN-CODE = ZERO
                 MOVE "HELD" TO HsLock
                 DISPLAY "  lock: HELD by running pid " LockOwnerPid
                    " since " LockStampDate " " LockStampTime
              ELSE
                 MOVE "STALE" TO HsLock
                 DISPLAY "  lock: STALE -- pid " LockOwnerPid
                    " is gone (locked " LockStampDate " "
                    LockStampTime ")"
              END-IF
              MOVE ZEROES TO RETURN-CODE
           ELSE
              MOVE "HELD" TO HsLock
              DISPLAY "  lock: HELD (old-style sentinel, no pid)"
           END-IF.

           ELSE
              DISPLAY "  newest backup: "
                 FUNCTION TRIM(NewestBackup)
              MOVE NewestBackup TO HsBackup
           END-IF.

       CheckMonthEndJobs.
                 FUNCTION TRIM(NewestArchive)
           END-IF.

       CheckAuditChain.
           CALL "VerifyAuditChain" USING ChainResultWS, ChainDetailWS
           EVALUATE ChainResultWS
              WHEN "Y"
                 DISPLAY "Audit chain: "
                    FUNCTION TRIM(ChainDetailWS)
              WHEN "N"
                 DISPLAY "Audit chain: BROKEN at "
                    FUNCTION TRIM(ChainDetailWS)
                 MOVE "C" TO AlertSevWS
                 MOVE "AuditLog.dat" TO AlertKeyWS
                 MOVE ChainDetailWS TO AlertMsgWS
                 PERFORM WriteAlert
              WHEN OTHER
                 DISPLAY "Audit chain: no sealed entries yet"
           END-EVALUATE.

      * One line into the shared alert hub; the inbox and the daily
      * digest surface it even when nobody was watching this screen.
       WriteAlert.
