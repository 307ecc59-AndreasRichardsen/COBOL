       IDENTIFICATION DIVISION.
       PROGRAM-ID. RollForward.
       AUTHOR. Andreas Richardsen.

      * Forward recovery, the other half of AuditRollback: restore a
      * chosen backup of a data file, then replay the file's
      * AuditLog.dat entries from after the backup's timestamp, in
      * log order, using their after images -- an ADJUST's or ADD's
      * added record is re-appended, a VOID's or CHANGE's rewrite is
      * re-applied to the record matching its before image, and a
      * REPLACE's or DELETE's removal is done again. The replay can
      * stop at a chosen date and time, so a corrupted file comes
      * back to just before the damage instead of to last week.
      * Every entry that cannot be applied cleanly is reported in
      * RollForward.rpt with the reason: plain adds carry no images
      * (every writer, BulkLoader and PackImport included, now images
      * its adds, so these are entries logged before it did), a
      * before image no longer on file means the history diverged,
      * and file-wide actions (MIGRATE, RESTORE, OFFBOARD and the
      * like) cannot be replayed record by record. The file is locked
      * for the duration, the live copy is backed up before it is
      * replaced, and the control totals are freshened at the end
      * (for Receipts.dat the item index, ItemIndex, is rebuilt too).
      * The audit images carry 80 bytes, so a receipt rewrite keeps
      * the record's last six bytes as they stand. The receipt and
      * meal writers (and BulkLoader and PackImport) follow an ADD
      * (or a meal REPLACE) of their longer records with an ADDCONT
      * entry carrying bytes 81 on, so those adds come back whole;
      * the work-hour record fits the image. DataWriter follows an
      * ADD or CHANGE with ADDCONT or CHGCONT entries carrying bytes
      * 81 on, 80 at a time, as far as the log's dictionary
      * (<file>.dict, 25 bytes a field) reaches; with them the
      * generic record is matched and put back whole. An older
      * generic entry without them is applied from its first 80
      * bytes and reported "first 80 bytes only -- check" when the
      * dictionary reaches past byte 80.
      * Entries already rotated out by AuditRotate are read from the
      * Archive/AuditLog_YYYYMM.dat files from the backup's month on,
      * then the live log. The newest 40 backups are offered.
      * RollForward.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditLog ASSIGN DYNAMIC AuditLogName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogStatus.

           SELECT BackupList ASSIGN TO "BackupList.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BackupListStatus.

           SELECT ReplayReport ASSIGN TO "RollForward.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportStatus.

           SELECT WorkHourFile ASSIGN DYNAMIC TargetFileName
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WHRecNr
           FILE STATUS IS RelFileStatus.

           SELECT ReceiptFile ASSIGN DYNAMIC TargetFileName
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS RRecNr
           FILE STATUS IS RelFileStatus.

           SELECT MealFile ASSIGN DYNAMIC TargetFileName
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS MealRecNr
           FILE STATUS IS RelFileStatus.

           SELECT GenericFile ASSIGN DYNAMIC TargetFileName
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS GenRecNr
           FILE STATUS IS RelFileStatus.

           SELECT DictFile ASSIGN DYNAMIC DictFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DictFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD AuditLog.
       01 AuditDetails.
           88 EndOfAuditLog     VALUE HIGH-VALUES.
           COPY "AUDITLOG.cpy".

       FD BackupList.
       01 BackupListLine        PIC X(90).
           88 EndOfBackupList   VALUE HIGH-VALUES.

       FD ReplayReport.
       01 PrintLine             PIC X(80).

      * one FD per record size, same split AuditRollback makes
       FD WorkHourFile.
       01 WHRelRecord           PIC X(30).
           88 EndOfWHRel        VALUE HIGH-VALUES.

       FD ReceiptFile.
       01 RcptRelRecord         PIC X(86).
           88 EndOfRcptRel      VALUE HIGH-VALUES.

       FD MealFile.
       01 MealRecord            PIC X(153).
           88 EndOfMealRel      VALUE HIGH-VALUES.

       FD GenericFile.
       01 GenericRecord         PIC X(250).
           88 EndOfGeneric      VALUE HIGH-VALUES.

      * DataWriter's saved schema; the first line is the field count
       FD DictFile.
       01 DictLine              PIC X(21).

       WORKING-STORAGE SECTION.
       01 AuditLogName          PIC X(40) VALUE "AuditLog.dat".
       01 AuditLogStatus        PIC XX.
       01 ScanMonth             PIC 9(6).
       01 LiveLogFound          PIC X.
       01 BackupListStatus      PIC XX.
       01 ReportStatus          PIC XX.
       01 RelFileStatus         PIC XX.
       01 AuditUserWS           PIC X(8).
       01 PermNameWS            PIC X(30).
       01 PermResultWS          PIC X.
       01 TargetFileName        PIC X(60).
       01 NameLen               PIC 9(3).
       01 WHRecNr               PIC 9(6).
       01 RRecNr                PIC 9(5).
       01 MealRecNr             PIC 9(6).
       01 GenRecNr              PIC 9(5).
       01 DictFileName          PIC X(66).
       01 DictFileStatus        PIC XX.
      * the generic record length the dictionary uses and how many
      * continuation entries carry it past byte 80
       01 GenRecordLen          PIC 9(3) VALUE 250.
       01 NeededConts           PIC 9 VALUE ZERO.
       01 ContPos               PIC 9(3).
       01 MaxSlotNr             PIC 9(6).
       01 FileChoice            PIC X.
           88 WorkHourChoice    VALUE "1".
           88 ReceiptChoice     VALUE "2".
           88 MealChoice        VALUE "3".
           88 GenericChoice     VALUE "4".
       01 MatchLen              PIC 9(2).
       01 LockFileName          PIC X(60).
       01 LockResult            PIC X.
           88 LockAcquired      VALUE "Y".

       01 ListCmd               PIC X(160).
       01 CopyCmd               PIC X(200).
       01 BackupTable.
           02 BackupEntry       OCCURS 40 TIMES INDEXED BY BakIdx.
              03 BakName        PIC X(90).
              03 BakStamp       PIC 9(16).
       01 BackupCount           PIC 9(2) VALUE ZERO.
       01 StampPos              PIC 9(3).
       01 PickedNr              PIC 9(2).
       01 ListIdx               PIC 9(2).
       01 FromStamp             PIC 9(16).
       01 FromStampParts REDEFINES FromStamp.
           02 FromDate          PIC 9(8).
           02 FromTime          PIC 9(8).

      * the replay stops after this point; all nines when the whole
      * log after the backup is wanted
       01 StopStamp             PIC 9(16).
       01 StopStampParts REDEFINES StopStamp.
           02 StopDate          PIC 9(8).
           02 StopTime          PIC 9(8).
       01 EntryStamp            PIC 9(16).
       01 EntryStampParts REDEFINES EntryStamp.
           02 EntryDate         PIC 9(8).
           02 EntryTime         PIC 9(8).
       01 DateInputWS           PIC X(8).
       01 DateOk                PIC X.
           88 DateAccepted      VALUE "Y".
       01 TimeInputWS           PIC X(4).
       01 TimeOkWS              PIC X.
           88 TimeValidWS       VALUE "Y".

       01 ReplayTable.
           02 ReplayEntry       OCCURS 999 TIMES INDEXED BY RepIdx.
              03 RpDate         PIC 9(8).
              03 RpTime         PIC 9(8).
              03 RpAction       PIC X(8).
              03 RpKey          PIC X(20).
              03 RpBefore       PIC X(80).
              03 RpAfter        PIC X(80).
      * bytes 81 on of the record, 80 bytes from each ADDCONT or
      * CHGCONT entry that continues this one
              03 RpContCount    PIC 9.
              03 RpTail         PIC X(240).
              03 RpBeforeTail   PIC X(240).
       01 ReplayCount           PIC 9(3) VALUE ZERO.
       01 ImagedCount           PIC 9(3) VALUE ZERO.
       01 PlainAddCount         PIC 9(3) VALUE ZERO.
       01 AppliedCount          PIC 9(3) VALUE ZERO.
       01 FailedCount           PIC 9(3) VALUE ZERO.
       01 TableFull             PIC X VALUE "N".
           88 ReplayTableFull   VALUE "Y".
       01 RecordLocated         PIC X.
           88 FoundTarget       VALUE "Y".
       01 ReplayConfirm         PIC X.
       COPY "ITEMIDX.cpy".
       01 ResultText            PIC X(36).
       01 TodayDateNum          PIC 9(8).
       01 ScanCount             PIC 9(7).
       01 CtlCheckSum           PIC 9(12).

       01 Divider               PIC X(80) VALUE ALL "*".
       01 RptHeading            PIC X(40)
           VALUE "Roll-forward recovery".
       01 RptRunLine.
           02 FILLER            PIC X(6) VALUE "Date: ".
           02 PrnRunDate        PIC 9999/99/99.
           02 FILLER            PIC X(9) VALUE "   File: ".
           02 PrnFile           PIC X(20).
       01 RptFromLine           PIC X(80).
       01 RptStopLine           PIC X(80).
       01 RptColumns.
           02 FILLER            PIC X(9) VALUE "Date".
           02 FILLER            PIC X(5) VALUE "Time".
           02 FILLER            PIC X(9) VALUE "Action".
           02 FILLER            PIC X(21) VALUE "Key".
           02 FILLER            PIC X(36) VALUE "Result".
       01 RptEntryLine.
           02 PrnEntDate        PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnEntTime        PIC 9(4).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnAction         PIC X(8).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnKey            PIC X(20).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnResult         PIC X(36).
       01 RptTotalLine.
           02 FILLER            PIC X(9) VALUE "Applied: ".
           02 PrnApplied        PIC ZZ9.
           02 FILLER            PIC X(24)
              VALUE "   Not applied cleanly: ".
           02 PrnFailed         PIC ZZ9.
           02 FILLER            PIC X(22)
              VALUE "   Records now on file".
           02 FILLER            PIC X(2) VALUE ": ".
           02 PrnOnFile         PIC Z(6)9.

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
      * replacing the live file is as destructive as RestoreBackup,
      * so it takes the same kind of explicit permission
           MOVE "RollForward" TO PermNameWS
           CALL "CheckPermission" USING PermNameWS, PermResultWS
           IF PermResultWS NOT = "Y"
              DISPLAY "Roll-forward recovery needs the RollForward "
                 "permission -- ask the admin"
              STOP RUN
           END-IF
           ACCEPT TodayDateNum FROM DATE YYYYMMDD
           DISPLAY "Recover which file?"
           DISPLAY "1 = WorkHours.dat   2 = Receipts.dat   "
              "3 = Meals.dat"
           DISPLAY "4 = a DataWriter log (generic layout)"
           ACCEPT FileChoice
           EVALUATE TRUE
              WHEN WorkHourChoice
                 MOVE "WorkHours.dat" TO TargetFileName
                 MOVE 30 TO MatchLen
              WHEN ReceiptChoice
                 MOVE "Receipts.dat" TO TargetFileName
                 MOVE 80 TO MatchLen
              WHEN MealChoice
                 MOVE "Meals.dat" TO TargetFileName
                 MOVE 80 TO MatchLen
              WHEN GenericChoice
                 DISPLAY "Data file name"
                 ACCEPT TargetFileName
                 MOVE 80 TO MatchLen
                 PERFORM LoadGenericLength
              WHEN OTHER
                 DISPLAY "Invalid choice"
                 STOP RUN
           END-EVALUATE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(TargetFileName))
              TO NameLen

           MOVE TargetFileName TO LockFileName
           CALL "FileLock" USING LockFileName, LockResult
           IF NOT LockAcquired
              DISPLAY FUNCTION TRIM(TargetFileName)
                 " is open in another run -- try again later"
              STOP RUN
           END-IF

           PERFORM ListAvailableBackups
           IF BackupCount = ZERO
              DISPLAY "No backups found for "
                 FUNCTION TRIM(TargetFileName)
              CALL "UnlockFile" USING LockFileName
              STOP RUN
           END-IF
           DISPLAY "Available backups:"
           PERFORM VARYING ListIdx FROM 1 BY 1
              UNTIL ListIdx > BackupCount
              DISPLAY ListIdx ": "
                 FUNCTION TRIM(BakName(ListIdx))
           END-PERFORM
           DISPLAY "Backup number to recover from (0 = cancel)"
           ACCEPT PickedNr
           IF PickedNr = ZERO OR PickedNr > BackupCount
              DISPLAY "Recovery cancelled"
              CALL "UnlockFile" USING LockFileName
              STOP RUN
           END-IF
           MOVE BakStamp(PickedNr) TO FromStamp

           PERFORM AcceptStopPoint
           PERFORM CollectReplayEntries
           IF ReplayTableFull
              DISPLAY "More than 999 entries after the backup -- "
                 "pick a later backup or an earlier stop point"
              CALL "UnlockFile" USING LockFileName
              STOP RUN
           END-IF

           DISPLAY "Backup taken " FromDate " at " FromTime(1:4)
           DISPLAY ReplayCount " audit entries after it, "
              ImagedCount " carrying images to replay"
           IF PlainAddCount > ZERO
              DISPLAY PlainAddCount " plain adds carry no images "
                 "and will be listed for re-entry"
           END-IF
           DISPLAY "Replace the live "
              FUNCTION TRIM(TargetFileName)
              " with the backup and roll it forward? Y/N"
           ACCEPT ReplayConfirm
           IF ReplayConfirm NOT = "Y" AND ReplayConfirm NOT = "y"
              DISPLAY "Recovery cancelled"
              CALL "UnlockFile" USING LockFileName
              STOP RUN
           END-IF

      * safety copy of the live file before it is overwritten
           CALL "BackupFile" USING TargetFileName
           MOVE SPACES TO CopyCmd
           STRING "cp " DELIMITED BY SIZE
              FUNCTION TRIM(BakName(PickedNr)) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION TRIM(TargetFileName) DELIMITED BY SIZE
              INTO CopyCmd
           END-STRING
           CALL "SYSTEM" USING CopyCmd

           PERFORM WriteReportHeading
           PERFORM ReplayOneEntry VARYING RepIdx FROM 1 BY 1
              UNTIL RepIdx > ReplayCount

      * the replayed file no longer matches the totals the writers
      * saved before the damage, so its ".ctl" companion is redone
           PERFORM CountLiveFile
           CALL "SaveControlTotals" USING TargetFileName,
              ScanCount, CtlCheckSum
           IF ReceiptChoice
              MOVE "R" TO IxAction
              MOVE TargetFileName TO IxReceiptFile
              CALL "ItemIndex" USING ItemIndexRequest
           END-IF
           PERFORM WriteReportTotals
           PERFORM LogRollForward
           CALL "UnlockFile" USING LockFileName
           DISPLAY "Roll-forward done: " AppliedCount " applied, "
              FailedCount " not applied cleanly -- see "
              "RollForward.rpt"
           STOP RUN.

      * The generic record runs to 25 bytes a field of the log's
      * dictionary; without one all ten fields are assumed, so an
      * entry lacking continuations is never taken as whole.
       LoadGenericLength.
           MOVE 250 TO GenRecordLen
           MOVE SPACES TO DictFileName
           STRING FUNCTION TRIM(TargetFileName) DELIMITED BY SIZE
              ".dict" DELIMITED BY SIZE
              INTO DictFileName
           END-STRING
           OPEN INPUT DictFile
           IF DictFileStatus = "00"
              READ DictFile
                 NOT AT END
                    IF DictLine(1:2) IS NUMERIC
                       AND DictLine(1:2) >= "01"
                       AND DictLine(1:2) <= "10"
                       COMPUTE GenRecordLen =
                          FUNCTION NUMVAL(DictLine(1:2)) * 25
                    END-IF
              END-READ
              CLOSE DictFile
           END-IF
           IF GenRecordLen > 80
              COMPUTE NeededConts = (GenRecordLen - 81) / 80 + 1
           ELSE
              MOVE ZERO TO NeededConts
           END-IF.

      * Backups/<name>.<YYYYMMDD><HHMMSScc>.bak, as BackupFile names
      * them; the timestamp sits right after the file name. Listed
      * newest first, so the table holds the newest 40.
       ListAvailableBackups.
           MOVE SPACES TO ListCmd
           STRING "ls -1r Backups/" DELIMITED BY SIZE
              FUNCTION TRIM(TargetFileName) DELIMITED BY SIZE
              ".*.bak > BackupList.tmp 2>/dev/null" DELIMITED BY SIZE
              INTO ListCmd
           END-STRING
           CALL "SYSTEM" USING ListCmd
           MOVE ZEROES TO BackupCount
           COMPUTE StampPos = 8 + NameLen + 2
           OPEN INPUT BackupList
           IF BackupListStatus = "00"
              READ BackupList
                 AT END SET EndOfBackupList TO TRUE
              END-READ
              PERFORM UNTIL EndOfBackupList OR BackupCount >= 40
                 IF BackupListLine(StampPos:16) IS NUMERIC
                    ADD 1 TO BackupCount
                    SET BakIdx TO BackupCount
                    MOVE BackupListLine TO BakName(BakIdx)
                    MOVE BackupListLine(StampPos:16)
                       TO BakStamp(BakIdx)
                 END-IF
                 READ BackupList
                    AT END SET EndOfBackupList TO TRUE
                 END-READ
              END-PERFORM
              CLOSE BackupList
           END-IF.

      * Optional stop point: Enter replays everything after the
      * backup; a date asks for a time and the replay includes that
      * minute.
       AcceptStopPoint.
           MOVE ALL "9" TO StopStamp
           MOVE "N" TO DateOk
           PERFORM UNTIL DateAccepted
              DISPLAY "Stop after date (YYYYMMDD, Enter = replay "
                 "everything)"
              MOVE SPACES TO DateInputWS
              ACCEPT DateInputWS
              IF DateInputWS = SPACES
                 EXIT PARAGRAPH
              END-IF
              CALL "CheckDate" USING DateInputWS, DateOk
              IF NOT DateAccepted
                 DISPLAY "Not a real calendar date -- try again"
              END-IF
           END-PERFORM
           MOVE DateInputWS TO StopDate
           MOVE "N" TO TimeOkWS
           PERFORM UNTIL TimeValidWS
              DISPLAY "... at time (HHMM)"
              ACCEPT TimeInputWS
              CALL "CheckTime" USING TimeInputWS, TimeOkWS
              IF NOT TimeValidWS
                 DISPLAY "Not a valid time -- HHMM"
              END-IF
           END-PERFORM
           MOVE TimeInputWS TO StopTime(1:4)
           MOVE "9999" TO StopTime(5:4).

      * The file's entries after the backup and up to the stop
      * point, in log order: the archived months from the backup's
      * month on, oldest first, then the live log. ROLLFWD entries
      * are earlier runs of this program and describe replays
      * already covered by the entries they replayed. An ADDCONT or
      * CHGCONT entry continues the entry logged just before it for
      * the file. A batch writer backs the file up and posts within
      * the same hundredth of a second, and BackupFile writes no
      * entry of its own, so an entry stamped with the backup's own
      * time came after it.
       CollectReplayEntries.
           MOVE FromDate(1:6) TO ScanMonth
           PERFORM UNTIL ScanMonth > TodayDateNum(1:6)
              MOVE SPACES TO AuditLogName
              STRING "Archive/AuditLog_" DELIMITED BY SIZE
                 ScanMonth DELIMITED BY SIZE
                 ".dat" DELIMITED BY SIZE
                 INTO AuditLogName
              END-STRING
              PERFORM CollectFromOneLog
              IF ScanMonth(5:2) = 12
                 ADD 89 TO ScanMonth
              ELSE
                 ADD 1 TO ScanMonth
              END-IF
           END-PERFORM
           MOVE "AuditLog.dat" TO AuditLogName
           PERFORM CollectFromOneLog
           IF LiveLogFound NOT = "Y" AND ReplayCount = ZERO
              DISPLAY "AuditLog.dat not found -- nothing to replay"
              CALL "UnlockFile" USING LockFileName
              STOP RUN
           END-IF.

       CollectFromOneLog.
           MOVE "N" TO LiveLogFound
           OPEN INPUT AuditLog
           IF AuditLogStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO LiveLogFound
           READ AuditLog
              AT END SET EndOfAuditLog TO TRUE
           END-READ
           PERFORM UNTIL EndOfAuditLog
              MOVE AuditDate TO EntryDate
              MOVE AuditTime TO EntryTime
              IF FUNCTION TRIM(AuditDataFile)
                 = FUNCTION TRIM(TargetFileName)
                 AND EntryStamp NOT < FromStamp
                 AND EntryStamp NOT > StopStamp
                 AND AuditAction NOT = "ROLLFWD"
                 IF AuditAction = "ADDCONT"
                    OR AuditAction = "CHGCONT"
                    PERFORM AttachContinuation
                 ELSE
                    PERFORM StoreReplayEntry
                 END-IF
              END-IF
              READ AuditLog
                 AT END SET EndOfAuditLog TO TRUE
              END-READ
           END-PERFORM
           CLOSE AuditLog.

       StoreReplayEntry.
           IF ReplayCount >= 999
              SET ReplayTableFull TO TRUE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO ReplayCount
           SET RepIdx TO ReplayCount
           MOVE AuditDate TO RpDate(RepIdx)
           MOVE AuditTime TO RpTime(RepIdx)
           MOVE AuditAction TO RpAction(RepIdx)
           MOVE AuditKey TO RpKey(RepIdx)
           MOVE AuditBefore TO RpBefore(RepIdx)
           MOVE AuditAfter TO RpAfter(RepIdx)
           MOVE ZERO TO RpContCount(RepIdx)
           MOVE SPACES TO RpTail(RepIdx), RpBeforeTail(RepIdx)
           IF AuditAction = SPACES
              ADD 1 TO PlainAddCount
           ELSE
              ADD 1 TO ImagedCount
           END-IF.

      * The writer holds the file's lock across an entry and its
      * continuations, so the entry being continued is the last one
      * taken for the file; each continuation carries the next 80
      * bytes.
       AttachContinuation.
           IF ReplayCount = ZERO
              EXIT PARAGRAPH
           END-IF
           SET RepIdx TO ReplayCount
           IF RpKey(RepIdx) NOT = AuditKey
              OR RpContCount(RepIdx) >= 3
              EXIT PARAGRAPH
           END-IF
           COMPUTE ContPos = RpContCount(RepIdx) * 80 + 1
           ADD 1 TO RpContCount(RepIdx)
           MOVE AuditAfter TO RpTail(RepIdx)(ContPos:80)
           MOVE AuditBefore TO RpBeforeTail(RepIdx)(ContPos:80).

       ReplayOneEntry.
           MOVE SPACES TO ResultText
           EVALUATE FUNCTION TRIM(RpAction(RepIdx))
              WHEN SPACES
                 MOVE "plain add, no image -- re-enter"
                    TO ResultText
              WHEN "ADJUST"
              WHEN "ADD"
                 PERFORM AppendAfterImage
              WHEN "VOID"
              WHEN "CHANGE"
                 PERFORM RewriteToAfterImage
              WHEN "REPLACE"
                 PERFORM DeleteBeforeImage
                 IF ResultText = SPACES
                    AND RpAfter(RepIdx) NOT = SPACES
                    PERFORM AppendAfterImage
                 END-IF
              WHEN "DELETE"
                 PERFORM DeleteBeforeImage
              WHEN "ROLLBACK"
                 MOVE "rollback -- rerun AuditRollback"
                    TO ResultText
              WHEN OTHER
                 MOVE "file-wide action, not replayable"
                    TO ResultText
           END-EVALUATE
           IF ResultText = SPACES
              ADD 1 TO AppliedCount
              MOVE "applied" TO ResultText
           ELSE
              ADD 1 TO FailedCount
           END-IF
           MOVE RpDate(RepIdx) TO PrnEntDate
           MOVE RpTime(RepIdx)(1:4) TO PrnEntTime
           MOVE RpAction(RepIdx) TO PrnAction
           MOVE RpKey(RepIdx) TO PrnKey
           MOVE ResultText TO PrnResult
           WRITE PrintLine FROM RptEntryLine AFTER ADVANCING 1 LINE.

      * An added record goes back in at the next free slot, the way
      * its writer put it there. The work-hour record fits the image
      * whole; a receipt, meal or DataWriter record is the image and
      * its ADDCONT tail. A DataWriter add without the continuations
      * its dictionary calls for comes back with spaces past byte 80
      * and is flagged.
       AppendAfterImage.
           IF ReceiptChoice OR MealChoice
              PERFORM AppendLongImage
              EXIT PARAGRAPH
           END-IF
           IF WorkHourChoice
              OPEN I-O WorkHourFile
              PERFORM FindWHMaxSlot
              ADD 1 TO MaxSlotNr
              MOVE MaxSlotNr TO WHRecNr
              MOVE RpAfter(RepIdx)(1:MatchLen) TO WHRelRecord
              WRITE WHRelRecord
                 INVALID KEY MOVE "write failed" TO ResultText
              END-WRITE
              CLOSE WorkHourFile
           ELSE
              OPEN I-O GenericFile
              IF RelFileStatus NOT = "00"
                 MOVE "cannot open the file" TO ResultText
                 EXIT PARAGRAPH
              END-IF
              PERFORM FindGenericMaxSlot
              ADD 1 TO MaxSlotNr
              MOVE MaxSlotNr TO GenRecNr
              MOVE SPACES TO GenericRecord
              MOVE RpAfter(RepIdx) TO GenericRecord(1:80)
              MOVE RpTail(RepIdx)(1:170) TO GenericRecord(81:170)
              WRITE GenericRecord
                 INVALID KEY MOVE "write failed" TO ResultText
                 NOT INVALID KEY
                    IF RpContCount(RepIdx) < NeededConts
                       MOVE "first 80 bytes only -- check"
                          TO ResultText
                    END-IF
              END-WRITE
              CLOSE GenericFile
           END-IF.

      * Without its ADDCONT entry the record's tail is unknown, so the
      * add is reported rather than written short.
       AppendLongImage.
           IF RpContCount(RepIdx) = ZERO
              MOVE "add image incomplete -- re-enter" TO ResultText
              EXIT PARAGRAPH
           END-IF
           IF ReceiptChoice
              OPEN I-O ReceiptFile
              PERFORM FindRcptMaxSlot
              ADD 1 TO MaxSlotNr
              MOVE MaxSlotNr TO RRecNr
              MOVE RpAfter(RepIdx) TO RcptRelRecord(1:80)
              MOVE RpTail(RepIdx) TO RcptRelRecord(81:6)
              WRITE RcptRelRecord
                 INVALID KEY MOVE "write failed" TO ResultText
              END-WRITE
              CLOSE ReceiptFile
           ELSE
              OPEN I-O MealFile
              PERFORM FindMealMaxSlot
              ADD 1 TO MaxSlotNr
              MOVE MaxSlotNr TO MealRecNr
              MOVE RpAfter(RepIdx) TO MealRecord(1:80)
              MOVE RpTail(RepIdx) TO MealRecord(81:73)
              WRITE MealRecord
                 INVALID KEY MOVE "write failed" TO ResultText
              END-WRITE
              CLOSE MealFile
           END-IF.

      * The record the correction found is located by its before
      * image; when it is not there the file has moved on from what
      * the log describes and the entry is reported, not forced. A
      * DataWriter CHANGE with its CHGCONT entries is matched and
      * rewritten whole; one without them is applied to the first 80
      * bytes and flagged when the dictionary reaches further.
       RewriteToAfterImage.
           EVALUATE TRUE
              WHEN WorkHourChoice
                 PERFORM LocateWHRecord
                 IF FoundTarget
                    MOVE RpAfter(RepIdx)(1:MatchLen)
                       TO WHRelRecord(1:MatchLen)
                    REWRITE WHRelRecord
                       INVALID KEY MOVE "rewrite failed"
                          TO ResultText
                    END-REWRITE
                 END-IF
                 CLOSE WorkHourFile
              WHEN ReceiptChoice
                 PERFORM LocateRcptRecord
                 IF FoundTarget
                    MOVE RpAfter(RepIdx)(1:MatchLen)
                       TO RcptRelRecord(1:MatchLen)
                    REWRITE RcptRelRecord
                       INVALID KEY MOVE "rewrite failed"
                          TO ResultText
                    END-REWRITE
                 END-IF
                 CLOSE ReceiptFile
              WHEN MealChoice
                 MOVE "no image layout for a change here"
                    TO ResultText
                 EXIT PARAGRAPH
              WHEN GenericChoice
                 PERFORM LocateGenericRecord
                 IF FoundTarget
                    MOVE RpAfter(RepIdx)(1:MatchLen)
                       TO GenericRecord(1:MatchLen)
                    IF RpContCount(RepIdx) < NeededConts
                       MOVE "first 80 bytes only -- check"
                          TO ResultText
                    ELSE
                       MOVE RpTail(RepIdx)(1:170)
                          TO GenericRecord(81:170)
                    END-IF
                    REWRITE GenericRecord
                       INVALID KEY MOVE "rewrite failed"
                          TO ResultText
                    END-REWRITE
                 END-IF
                 CLOSE GenericFile
           END-EVALUATE
           IF NOT FoundTarget
              MOVE "before image not on file" TO ResultText
           END-IF.

      * A Meals.dat REPLACE deleted the matched original; the
      * replacement it wrote was a plain add and shows up on its own
      * line for re-entry. A DataWriter DELETE removes its record.
       DeleteBeforeImage.
           EVALUATE TRUE
              WHEN MealChoice
                 PERFORM LocateMealRecord
                 IF FoundTarget
                    DELETE MealFile
                       INVALID KEY MOVE "delete failed"
                          TO ResultText
                    END-DELETE
                 END-IF
                 CLOSE MealFile
              WHEN GenericChoice
                 PERFORM LocateGenericRecord
                 IF FoundTarget
                    DELETE GenericFile
                       INVALID KEY MOVE "delete failed"
                          TO ResultText
                    END-DELETE
                 END-IF
                 CLOSE GenericFile
              WHEN OTHER
                 MOVE "no image layout for a delete here"
                    TO ResultText
                 EXIT PARAGRAPH
           END-EVALUATE
           IF NOT FoundTarget
              MOVE "before image not on file" TO ResultText
           END-IF.

       LocateWHRecord.
           MOVE "N" TO RecordLocated
           OPEN I-O WorkHourFile
           MOVE SPACES TO WHRelRecord
           MOVE 1 TO WHRecNr
           PERFORM UNTIL EndOfWHRel OR FoundTarget
              READ WorkHourFile NEXT RECORD
                 AT END SET EndOfWHRel TO TRUE
              END-READ
              IF NOT EndOfWHRel
                 IF WHRelRecord(1:MatchLen)
                    = RpBefore(RepIdx)(1:MatchLen)
                    SET FoundTarget TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

       LocateRcptRecord.
           MOVE "N" TO RecordLocated
           OPEN I-O ReceiptFile
           MOVE SPACES TO RcptRelRecord
           MOVE 1 TO RRecNr
           PERFORM UNTIL EndOfRcptRel OR FoundTarget
              READ ReceiptFile NEXT RECORD
                 AT END SET EndOfRcptRel TO TRUE
              END-READ
              IF NOT EndOfRcptRel
                 IF RcptRelRecord(1:MatchLen)
                    = RpBefore(RepIdx)(1:MatchLen)
                    SET FoundTarget TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

       LocateMealRecord.
           MOVE "N" TO RecordLocated
           OPEN I-O MealFile
           MOVE SPACES TO MealRecord
           MOVE 1 TO MealRecNr
           PERFORM UNTIL EndOfMealRel OR FoundTarget
              READ MealFile NEXT RECORD
                 AT END SET EndOfMealRel TO TRUE
              END-READ
              IF NOT EndOfMealRel
                 IF MealRecord(1:MatchLen)
                    = RpBefore(RepIdx)(1:MatchLen)
                    SET FoundTarget TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

       LocateGenericRecord.
           MOVE "N" TO RecordLocated
           OPEN I-O GenericFile
           IF RelFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GenericRecord
           MOVE 1 TO GenRecNr
           PERFORM UNTIL EndOfGeneric OR FoundTarget
              READ GenericFile NEXT RECORD
                 AT END SET EndOfGeneric TO TRUE
              END-READ
              IF NOT EndOfGeneric
                 IF GenericRecord(1:MatchLen)
                    = RpBefore(RepIdx)(1:MatchLen)
                    AND (RpContCount(RepIdx) < NeededConts
                       OR GenericRecord(81:170)
                          = RpBeforeTail(RepIdx)(1:170))
                    SET FoundTarget TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

       FindWHMaxSlot.
           MOVE ZEROES TO MaxSlotNr
           MOVE SPACES TO WHRelRecord
           MOVE 1 TO WHRecNr
           PERFORM UNTIL EndOfWHRel
              READ WorkHourFile NEXT RECORD
                 AT END SET EndOfWHRel TO TRUE
              END-READ
              IF NOT EndOfWHRel
                 MOVE WHRecNr TO MaxSlotNr
              END-IF
           END-PERFORM.

       FindRcptMaxSlot.
           MOVE ZEROES TO MaxSlotNr
           MOVE SPACES TO RcptRelRecord
           MOVE 1 TO RRecNr
           PERFORM UNTIL EndOfRcptRel
              READ ReceiptFile NEXT RECORD
                 AT END SET EndOfRcptRel TO TRUE
              END-READ
              IF NOT EndOfRcptRel
                 MOVE RRecNr TO MaxSlotNr
              END-IF
           END-PERFORM.

       FindMealMaxSlot.
           MOVE ZEROES TO MaxSlotNr
           MOVE SPACES TO MealRecord
           MOVE 1 TO MealRecNr
           PERFORM UNTIL EndOfMealRel
              READ MealFile NEXT RECORD
                 AT END SET EndOfMealRel TO TRUE
              END-READ
              IF NOT EndOfMealRel
                 MOVE MealRecNr TO MaxSlotNr
              END-IF
           END-PERFORM.

       FindGenericMaxSlot.
           MOVE ZEROES TO MaxSlotNr
           MOVE SPACES TO GenericRecord
           MOVE 1 TO GenRecNr
           PERFORM UNTIL EndOfGeneric
              READ GenericFile NEXT RECORD
                 AT END SET EndOfGeneric TO TRUE
              END-READ
              IF NOT EndOfGeneric
                 MOVE GenRecNr TO MaxSlotNr
              END-IF
           END-PERFORM.

      * Count and checksum of the recovered file, by the same rule
      * SaveControlTotals' other callers use.
       CountLiveFile.
           MOVE ZEROES TO ScanCount, CtlCheckSum
           EVALUATE TRUE
              WHEN WorkHourChoice
                 OPEN INPUT WorkHourFile
                 MOVE SPACES TO WHRelRecord
                 MOVE 1 TO WHRecNr
                 PERFORM UNTIL EndOfWHRel
                    READ WorkHourFile NEXT RECORD
                       AT END SET EndOfWHRel TO TRUE
                    END-READ
                    IF NOT EndOfWHRel
                       ADD 1 TO ScanCount
                       COMPUTE CtlCheckSum = CtlCheckSum
                          + FUNCTION ORD(WHRelRecord(1:1))
                          + FUNCTION ORD(WHRelRecord(9:1))
                    END-IF
                 END-PERFORM
                 CLOSE WorkHourFile
              WHEN ReceiptChoice
                 OPEN INPUT ReceiptFile
                 MOVE SPACES TO RcptRelRecord
                 MOVE 1 TO RRecNr
                 PERFORM UNTIL EndOfRcptRel
                    READ ReceiptFile NEXT RECORD
                       AT END SET EndOfRcptRel TO TRUE
                    END-READ
                    IF NOT EndOfRcptRel
                       ADD 1 TO ScanCount
                       COMPUTE CtlCheckSum = CtlCheckSum
                          + FUNCTION ORD(RcptRelRecord(1:1))
                          + FUNCTION ORD(RcptRelRecord(9:1))
                    END-IF
                 END-PERFORM
                 CLOSE ReceiptFile
              WHEN MealChoice
                 OPEN INPUT MealFile
                 MOVE SPACES TO MealRecord
                 MOVE 1 TO MealRecNr
                 PERFORM UNTIL EndOfMealRel
                    READ MealFile NEXT RECORD
                       AT END SET EndOfMealRel TO TRUE
                    END-READ
                    IF NOT EndOfMealRel
                       ADD 1 TO ScanCount
                       COMPUTE CtlCheckSum = CtlCheckSum
                          + FUNCTION ORD(MealRecord(1:1))
                          + FUNCTION ORD(MealRecord(9:1))
                    END-IF
                 END-PERFORM
                 CLOSE MealFile
              WHEN GenericChoice
                 OPEN INPUT GenericFile
                 IF RelFileStatus NOT = "00"
                    EXIT PARAGRAPH
                 END-IF
                 MOVE SPACES TO GenericRecord
                 MOVE 1 TO GenRecNr
                 PERFORM UNTIL EndOfGeneric
                    READ GenericFile NEXT RECORD
                       AT END SET EndOfGeneric TO TRUE
                    END-READ
                    IF NOT EndOfGeneric
                       ADD 1 TO ScanCount
                       COMPUTE CtlCheckSum = CtlCheckSum
                          + FUNCTION ORD(GenericRecord(1:1))
                          + FUNCTION ORD(GenericRecord(9:1))
                    END-IF
                 END-PERFORM
                 CLOSE GenericFile
           END-EVALUATE.

       WriteReportHeading.
           PERFORM StartProvenance
           OPEN OUTPUT ReplayReport
           WRITE PrintLine FROM RptHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE TodayDateNum TO PrnRunDate
           MOVE TargetFileName TO PrnFile
           WRITE PrintLine FROM RptRunLine AFTER ADVANCING 1 LINE
           MOVE SPACES TO RptFromLine
           STRING "Restored from " DELIMITED BY SIZE
              FUNCTION TRIM(BakName(PickedNr)) DELIMITED BY SIZE
              INTO RptFromLine
           END-STRING
           WRITE PrintLine FROM RptFromLine AFTER ADVANCING 1 LINE
           MOVE SPACES TO RptStopLine
           IF StopDate = 99999999
              MOVE "Replayed to the end of the log" TO RptStopLine
           ELSE
              STRING "Replay stopped after " DELIMITED BY SIZE
                 StopDate DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 StopTime(1:4) DELIMITED BY SIZE
                 INTO RptStopLine
              END-STRING
           END-IF
           WRITE PrintLine FROM RptStopLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM RptColumns AFTER ADVANCING 1 LINE.

       WriteReportTotals.
           MOVE AppliedCount TO PrnApplied
           MOVE FailedCount TO PrnFailed
           MOVE ScanCount TO PrnOnFile
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM RptTotalLine AFTER ADVANCING 1 LINE
           IF FailedCount > ZERO
              MOVE "Entries not applied need a manual pass through "
                 & "their writer" TO PrintLine
              WRITE PrintLine AFTER ADVANCING 1 LINE
           END-IF
           CLOSE ReplayReport
           MOVE "RollForward.rpt" TO PvReportName
           PERFORM StampProvenance.

       LogRollForward.
           MOVE "AuditLog.dat" TO AuditLogName
           OPEN EXTEND AuditLog
           IF AuditLogStatus = "35"
              OPEN OUTPUT AuditLog
              CLOSE AuditLog
              OPEN EXTEND AuditLog
           END-IF
           MOVE "RollForward" TO AuditProgram
           ACCEPT AuditDate FROM DATE YYYYMMDD
           ACCEPT AuditTime FROM TIME
           MOVE TargetFileName TO AuditDataFile
           MOVE "ROLLFWD" TO AuditAction
           MOVE SPACES TO AuditKey
           IF StopDate = 99999999
              MOVE "to end of log" TO AuditKey
           ELSE
              STRING "to " DELIMITED BY SIZE
                 StopDate DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 StopTime(1:4) DELIMITED BY SIZE
                 INTO AuditKey
              END-STRING
           END-IF
           MOVE BakName(PickedNr) TO AuditBefore
           MOVE SPACES TO AuditAfter
           STRING AppliedCount DELIMITED BY SIZE
              " applied, " DELIMITED BY SIZE
              FailedCount DELIMITED BY SIZE
              " not applied" DELIMITED BY SIZE
              INTO AuditAfter
           END-STRING
           CALL "GetOperator" USING AuditUserWS
           MOVE AuditUserWS TO AuditUser
           CALL "SealAuditEntry" USING AuditDetails
           WRITE AuditDetails
           CLOSE AuditLog.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "RollForward" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
      * the restored backup, before the replay touches it
           MOVE TargetFileName TO PvInputName
           EVALUATE TRUE
              WHEN WorkHourChoice MOVE "W" TO PvInputKind
              WHEN ReceiptChoice  MOVE "R" TO PvInputKind
              WHEN MealChoice     MOVE "M" TO PvInputKind
              WHEN OTHER          MOVE "B" TO PvInputKind
           END-EVALUATE
           PERFORM AddProvenanceInput
           MOVE "AuditLog.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE FromDate(1:6) TO ScanMonth
           PERFORM UNTIL ScanMonth > TodayDateNum(1:6)
              MOVE SPACES TO PvInputName
              STRING "Archive/AuditLog_" DELIMITED BY SIZE
                 ScanMonth DELIMITED BY SIZE
                 ".dat" DELIMITED BY SIZE
                 INTO PvInputName
              END-STRING
              MOVE PvInputName TO AuditLogName
              OPEN INPUT AuditLog
              IF AuditLogStatus = "00"
                 CLOSE AuditLog
                 MOVE "L" TO PvInputKind
                 PERFORM AddProvenanceInput
              END-IF
              IF ScanMonth(5:2) = 12
                 ADD 89 TO ScanMonth
              ELSE
                 ADD 1 TO ScanMonth
              END-IF
           END-PERFORM
           MOVE "AuditLog.dat" TO AuditLogName.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
