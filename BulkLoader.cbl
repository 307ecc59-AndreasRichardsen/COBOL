      *   M;D;YYYYMMDD;name;protein;carb;fiber;sauce;info;cal;protg
      * Consecutive R lines for the same date and store become one
      * receipt: a header is written with the line sum as its total,
      * then the items. Each posted line is queued for the item
      * index (ItemIndex) and the queue committed once at the end,
      * while the Receipts.dat lock is still held. Rejects.dat is a
      * worklist rather than a one-run log: each rejected line is
      * queued as an open entry through RejectQueue (a line already
      * open there is not added twice) and RejectWorkbench corrects
      * and resubmits or discards it. The STAGEDFILE environment
      * variable names another staging file -- that is how the
      * workbench sends a corrected line back through these rules.
      * The staging file is checked against the import register
      * (ImportRegister) before it is read -- one already loaded is
      * refused unless the operator overrides -- and once posted it
      * is registered and moved to Imported/, so the next batch
      * starts from an empty file. A run refused for the register,
      * the file layout or the writer lock ends with return code 8.
      * Every posted header, item and meal is audited as an ADD with
      * the record's first 80 bytes as its after image, followed by
      * an ADDCONT entry under the same key carrying the rest, keyed
      * as ReceiptWriter and MealWriter key theirs, so RollForward
      * can put the whole record back.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StagingFile ASSIGN DYNAMIC StagingFileNameVar
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StagingStatus.

           SELECT ReceiptFile ASSIGN DYNAMIC ReceiptFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
       01 StagingLine           PIC X(200).
           88 EndOfStaging      VALUE HIGH-VALUES.

       FD ReceiptFile.
       COPY "RCPTREC.cpy".


       WORKING-STORAGE SECTION.
       01 StagingStatus         PIC XX.
       01 StagingFileNameVar    PIC X(60) VALUE "StagedEntries.dat".
       01 ReceiptFileNameVar    PIC X(60) VALUE "Receipts.dat".
       01 RcptLayoutGen         PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 MealFileStatus        PIC XX.
       01 AuditLogStatus        PIC XX.
       01 AuditUserWS           PIC X(8).
       01 AuditFileWS           PIC X(60).
       01 AuditActionWS         PIC X(8) VALUE SPACES.
       01 AuditKeyWS            PIC X(20) VALUE SPACES.
       01 AuditAfterWS          PIC X(80) VALUE SPACES.
       01 AddImageKey           PIC X(20).
       01 RRecNr                PIC 9(5).
       01 MaxRecNr              PIC 9(5) VALUE ZERO.
       01 RcptLockName          PIC X(60) VALUE "Receipts.dat".
       01 IxIdx                 PIC 9(3).
       01 IxFound               PIC X.
       01 NewRecMonth           PIC 9(6).
       COPY "ITEMIDX.cpy" REPLACING ==IxFound== BY ==IxItemFound==.
       COPY "REJQREQ.cpy".
       COPY "IMPREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
              RcptLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run ReceiptMigrate before opening this file"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT MealFileNameVar FROM ENVIRONMENT "MEALFILE"
              MealLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run MealMigrate before opening this file"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ReceiptFileNameVar TO RcptLockName
           MOVE MealFileNameVar TO MealLockName
           ACCEPT StagingFileNameVar FROM ENVIRONMENT "STAGEDFILE"
           IF StagingFileNameVar = SPACES
              MOVE "StagedEntries.dat" TO StagingFileNameVar
           END-IF
           MOVE "C" TO IrAction
           MOVE "BulkLoader" TO IrProgramName
           MOVE StagingFileNameVar TO IrFileName
           MOVE ";" TO IrSeparator
           CALL "ImportRegister" USING ImportRegisterRequest
           IF IrRefused
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT StagingFile
           IF StagingStatus NOT = "00"
              DISPLAY FUNCTION TRIM(StagingFileNameVar)
                 " not found -- nothing to load"
              STOP RUN
           END-IF

           CALL "FileLock" USING RcptLockName, LockResult
           IF NOT LockAcquired
              DISPLAY "Receipts.dat is already open in another run"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           CALL "FileLock" USING MealLockName, LockResult
           IF NOT LockAcquired
              DISPLAY "Meals.dat is already open in another run"
              CALL "UnlockFile" USING RcptLockName
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           CALL "BackupFile" USING ReceiptFileNameVar
              CLOSE MealFile
              OPEN I-O MealFile
           END-IF

           PERFORM LoadMaxRecNr
           PERFORM LoadMealKeys
              END-READ
           END-PERFORM
           PERFORM FlushReceiptGroup
           MOVE "C" TO IxAction
           CALL "ItemIndex" USING ItemIndexRequest

           CLOSE StagingFile
           PERFORM SaveMaxRecNr
           CLOSE ReceiptFile
           CLOSE MealFile
           CALL "UnlockFile" USING MealLockName
           DISPLAY "Posted " LoadedCount " entries, rejected "
              RejectCount " (see Rejects.dat)"
           MOVE "R" TO IrAction
           MOVE LoadedCount TO IrLoadedCount
           MOVE RejectCount TO IrRejectedCount
           CALL "ImportRegister" USING ImportRegisterRequest
           IF IrArchiveName NOT = SPACES
              DISPLAY "Input moved to " FUNCTION TRIM(IrArchiveName)
           END-IF
           MOVE ZEROES TO RETURN-CODE
           STOP RUN.

       ProcessStagingLine.
                 NOT INVALID KEY
                    ADD 1 TO LoadedCount
                    PERFORM LogAudit
                    PERFORM QueueIndexEntry
              END-WRITE
           END-PERFORM
           MOVE ZEROES TO GroupCount.

       QueueIndexEntry.
           IF RName = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "A" TO IxAction
           MOVE RName TO IxItemName
           MOVE RDate TO IxDate
           MOVE RRecNr TO IxRNr
           CALL "ItemIndex" USING ItemIndexRequest.

       PostMealLine.
           CALL "CheckDate" USING PfDate, DateOk
           IF NOT DateAccepted
                 PERFORM WriteMealSlot
           END-EVALUATE
           ADD 1 TO LoadedCount
           PERFORM RememberMealKey.

       CheckMealDuplicate.
           MOVE "N" TO MealDupFound

       WriteReject.
           ADD 1 TO RejectCount
           MOVE "Rejects.dat" TO RqFileName
           MOVE RejectReason TO RqReason
           MOVE StagingLine TO RqLine
           CALL "RejectQueue" USING RejectQueueRequest.

       LoadMaxRecNr.
           MOVE ZEROES TO MaxRecNr
           MOVE MealMaxRecNr TO MealRecNr
           WRITE DinnerDetails
              INVALID KEY DISPLAY "Meal write failed"
              NOT INVALID KEY
                 PERFORM UpdateMonthIndex
                 PERFORM LogMealAudit
           END-WRITE.

       UpdateMonthIndex.
           END-PERFORM
           CLOSE MealMonthIndex.

      * A header and an item share the receipt slot and its RNr.
       LogAudit.
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

       LogMealAudit.
           MOVE MealFileNameVar TO AuditFileWS
           MOVE "ADD" TO AuditActionWS
           MOVE SPACES TO AuditKeyWS
           EVALUATE RecTypeCode IN DinnerDetails
              WHEN "D"
                 STRING "D " DELIMITED BY SIZE
                    DinnerDateNum DELIMITED BY SIZE
                    INTO AuditKeyWS
                 END-STRING
              WHEN "S"
                 STRING "S " DELIMITED BY SIZE
                    SnaDateNum DELIMITED BY SIZE
                    INTO AuditKeyWS
                 END-STRING
              WHEN OTHER
                 STRING RecTypeCode IN DinnerDetails
                    DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    OtherDateNum DELIMITED BY SIZE
                    INTO AuditKeyWS
                 END-STRING
           END-EVALUATE
           MOVE AuditKeyWS TO AddImageKey
           MOVE DinnerDetails TO AuditAfterWS
           PERFORM WriteAuditEntry
           MOVE "ADDCONT" TO AuditActionWS
           MOVE AddImageKey TO AuditKeyWS
           MOVE DinnerDetails(81:73) TO AuditAfterWS
           PERFORM WriteAuditEntry.

       WriteAuditEntry.
           OPEN EXTEND AuditLog
           IF AuditLogStatus = "35"
              OPEN OUTPUT AuditLog
           MOVE "BulkLoader" TO AuditProgram
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
