      * type and date, receipts by date, name and price (headers by
      * date, store and total), temperatures by date, time, location
      * and metric, catalog and shift entries by name. Imported
      * receipts get fresh RNr slots through ReceiptControl.dat
      * and their item lines go into the item index (ItemIndex).
      * Takes the writer locks and backs the files up, same as
      * BulkLoader. Every work-hour, meal and receipt record added is
      * audited against its own data file as an ADD with its first
      * 80 bytes as the after image (a meal or receipt record is
      * followed by an ADDCONT entry under the same key carrying the
      * rest), keyed as the interactive writers key theirs, so
      * RollForward can replay the merge; the run as a whole is
      * logged against Interchange.dat at the end.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 ReceiptControlStatus  PIC XX.
       01 AuditLogStatus        PIC XX.
       01 AuditUserWS           PIC X(8).
       01 AuditFileWS           PIC X(60).
       01 AuditActionWS         PIC X(8) VALUE SPACES.
       01 AuditKeyWS            PIC X(20) VALUE SPACES.
       01 AuditAfterWS          PIC X(80) VALUE SPACES.
       01 AddImageKey           PIC X(20).
       01 WHRecNr               PIC 9(6).
       01 RRecNr                PIC 9(5).
       01 MealRecNr             PIC 9(6).
       01 ImportImage           PIC X(153).
       01 CtlRecCount           PIC 9(7).
       01 CtlCheckSum           PIC 9(12).
       COPY "ITEMIDX.cpy" REPLACING ==IxFound== BY ==IxItemFound==.

       PROCEDURE DIVISION.
       BEGIN.

           CLOSE InterchangeFile
           PERFORM SaveReceiptControl
           MOVE "C" TO IxAction
           CALL "ItemIndex" USING ItemIndexRequest
           PERFORM SaveMonthIndexes
           PERFORM CloseDataFiles
           PERFORM RefreshControlTotals
              MOVE WHMaxRecNr TO WHRecNr
              WRITE WorkHourDetails
                 INVALID KEY DISPLAY "Work hour write failed"
                 NOT INVALID KEY
                    ADD 1 TO AddedCount
                    PERFORM LogWorkHourAdd
              END-WRITE
           END-IF.

                 NOT INVALID KEY
                    ADD 1 TO AddedCount
                    PERFORM NoteMealIndexSlot
                    PERFORM LogMealAdd
              END-WRITE
           END-IF.

              MOVE RcptMaxRecNr TO RNr
              WRITE ReceiptDetails
                 INVALID KEY DISPLAY "Receipt write failed"
                 NOT INVALID KEY
                    ADD 1 TO AddedCount
                    PERFORM QueueIndexEntry
                    PERFORM LogReceiptAdd
              END-WRITE
           END-IF.

       QueueIndexEntry.
           IF RHeaderRecord OR RName = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "A" TO IxAction
           MOVE RName TO IxItemName
           MOVE RDate TO IxDate
           MOVE RRecNr TO IxRNr
           CALL "ItemIndex" USING ItemIndexRequest.

      * Temperatures are known by date, time, location and metric.
       ImportTemp.
           MOVE "N" TO AlreadyThere
           CLOSE ReceiptControl.

       LogAudit.
           MOVE "Interchange.dat" TO AuditFileWS
           PERFORM WriteAuditEntry.

       LogWorkHourAdd.
           MOVE WHFileNameVar TO AuditFileWS
           MOVE "ADD" TO AuditActionWS
           MOVE SPACES TO AuditKeyWS
           STRING WHDate DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WHSeqNr DELIMITED BY SIZE
              INTO AuditKeyWS
           END-STRING
           MOVE WorkHourDetails TO AuditAfterWS
           PERFORM WriteAuditEntry.

      * The date sits where the meal kind puts it, as in
      * NoteMealIndexSlot.
       LogMealAdd.
           MOVE MealFileNameVar TO AuditFileWS
           MOVE "ADD" TO AuditActionWS
           MOVE SPACES TO AuditKeyWS
           EVALUATE MealRecordImage(1:1)
              WHEN "D"
                 STRING "D " DELIMITED BY SIZE
                    MealRecordImage(2:8) DELIMITED BY SIZE
                    INTO AuditKeyWS
                 END-STRING
              WHEN "S"
                 STRING "S " DELIMITED BY SIZE
                    MealRecordImage(8:8) DELIMITED BY SIZE
                    INTO AuditKeyWS
                 END-STRING
              WHEN OTHER
                 STRING MealRecordImage(1:1) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    MealRecordImage(47:8) DELIMITED BY SIZE
                    INTO AuditKeyWS
                 END-STRING
           END-EVALUATE
           MOVE AuditKeyWS TO AddImageKey
           MOVE MealRecordImage TO AuditAfterWS
           PERFORM WriteAuditEntry
           MOVE "ADDCONT" TO AuditActionWS
           MOVE AddImageKey TO AuditKeyWS
           MOVE MealRecordImage(81:73) TO AuditAfterWS
           PERFORM WriteAuditEntry.

       LogReceiptAdd.
           MOVE ReceiptFileNameVar TO AuditFileWS
           MOVE "ADD" TO AuditActionWS
           MOVE SPACES TO AuditKeyWS
           STRING "RNr " DELIMITED BY SIZE
              RNr DELIMITED BY SIZE
              INTO AuditKeyWS
           END-STRING
           MOVE AuditKeyWS TO AddImageKey
           MOVE ReceiptDetails TO AuditAfterWS
           PERFORM WriteAuditEntry
           MOVE "ADDCONT" TO AuditActionWS
           MOVE AddImageKey TO AuditKeyWS
           MOVE ReceiptDetails(81:6) TO AuditAfterWS
           PERFORM WriteAuditEntry.

       WriteAuditEntry.
           OPEN EXTEND AuditLog
           IF AuditLogStatus = "35"
              OPEN OUTPUT AuditLog
           MOVE "PackImport" TO AuditProgram
           ACCEPT AuditDate FROM DATE YYYYMMDD
           ACCEPT AuditTime FROM TIME
           MOVE AuditFileWS TO AuditDataFile
           MOVE AuditActionWS TO AuditAction
           MOVE AuditKeyWS TO AuditKey
           MOVE SPACES TO AuditBefore
           MOVE AuditAfterWS TO AuditAfter
           CALL "GetOperator" USING AuditUserWS
           MOVE AuditUserWS TO AuditUser
           CALL "SealAuditEntry" USING AuditDetails
           WRITE AuditDetails
           CLOSE AuditLog
           MOVE SPACES TO AuditActionWS, AuditKeyWS, AuditAfterWS.
