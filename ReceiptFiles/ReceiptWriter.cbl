           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FillUpsStatus.

           SELECT Vehicles ASSIGN TO "Vehicles.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VehiclesStatus.

           SELECT ItemShelf ASSIGN TO "ItemShelf.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ItemShelfStatus.

      * One record per fill-up, linked to its receipt line by RNr;
      * VehicleLog turns the odometer deltas into consumption.
      * FUVehicle is the Vehicles.dat id; spaces (older fills, or a
      * household with one car) mean the first vehicle on file.
       FD FillUps.
       01 FillUpRecord.
           02 FURNr              PIC 9(5).
           02 FUOdometer         PIC 9(7).
           02 FULitres           PIC 9(3)V99.
           02 FUCost             PIC 9(6)V99.
           02 FUVehicle          PIC X(6).

      * The household's vehicles, kept by VehicleService.
       FD Vehicles.
       01 VehicleRecord.
           88 EndOfVehicles      VALUE HIGH-VALUES.
           02 VhId               PIC X(6).
           02 VhName             PIC X(20).

      * Default shelf life per master item, kept beside the master
      * (same side-file idea as the FX records) so the relative
           88 CtlRefused         VALUE "N".
      * Staging for the audit image fields: an edit sets these before
      * its REWRITE and LogAudit copies them into the audit record,
      * clearing them again. An add leaves them blank and is logged
      * as an ADD carrying the record's first 80 bytes, followed by
      * an ADDCONT entry under the same key carrying the last six,
      * so RollForward can put the whole record back.
       01 SavedDate              PIC 9(8).
       01 SavedStore             PIC X(20).
       01 SavedTotal             PIC S9(6)V99.
       01 LastSeenPrice          PIC 9(4)V99.
       01 LastSeenDate           PIC 9(8).
       01 CheckItemName          PIC X(30).
       01 IndexLookupFlag        PIC X.
           88 IndexLookupDone    VALUE "Y".
       01 EditOldName            PIC X(30).
       01 EditOldDate            PIC 9(8).
       COPY "ITEMIDX.cpy".
       01 DeviationPct           PIC S9(4)V9.
       01 PriceConfirm           PIC X.
       01 WarrantyRegStatus      PIC XX.
       01 WarrantyConfirm        PIC X.
       01 FuelItemsStatus        PIC XX.
       01 FillUpsStatus          PIC XX.
       01 VehiclesStatus         PIC XX.
       01 VehicleCount           PIC 9(2).
       01 VehicleInput           PIC X(6).
       01 VehicleOk              PIC X.
       01 FuelItemFound          PIC X.
           88 IsFuelItem         VALUE "Y".
       01 ItemShelfStatus        PIC XX.
       01 AuditKeyWS             PIC X(20) VALUE SPACES.
       01 AuditBeforeWS          PIC X(80) VALUE SPACES.
       01 AuditAfterWS           PIC X(80) VALUE SPACES.
       01 AddImageKey            PIC X(20).

       PROCEDURE DIVISION.

                 NOT INVALID KEY
                    PERFORM LogAudit
                    PERFORM SaveMaxRecNr
                    PERFORM QueueIndexEntry
                    PERFORM CommitIndexEntries
              END-WRITE
           END-IF
           IF EntryCurrency NOT = SPACES
           DISPLAY "Litres filled"
           ACCEPT FULitres
           COMPUTE FUCost = RPrice * RAmount
           PERFORM PickFillVehicle
           IF InPendingMode AND SideCount < 90
              ADD 1 TO SideCount
              MOVE "U" TO StKind(SideCount)
           CLOSE FillUps
           DISPLAY "Fill-up logged at " FUOdometer " km".

      * Only asked when there is more than one vehicle to choose
      * from; with one (or none) the fill stays on the default.
       PickFillVehicle.
           MOVE SPACES TO FUVehicle
           MOVE ZEROES TO VehicleCount
           OPEN INPUT Vehicles
           IF VehiclesStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ Vehicles
              AT END SET EndOfVehicles TO TRUE
           END-READ
           PERFORM UNTIL EndOfVehicles
              ADD 1 TO VehicleCount
              DISPLAY "  " VhId " " FUNCTION TRIM(VhName)
              READ Vehicles
                 AT END SET EndOfVehicles TO TRUE
              END-READ
           END-PERFORM
           CLOSE Vehicles
           IF VehicleCount < 2
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO VehicleOk
           PERFORM UNTIL VehicleOk = "Y"
              DISPLAY "Vehicle id (Enter = the first one listed)"
              ACCEPT VehicleInput
              MOVE FUNCTION UPPER-CASE(VehicleInput) TO VehicleInput
              IF VehicleInput = SPACES
                 MOVE "Y" TO VehicleOk
              ELSE
                 OPEN INPUT Vehicles
                 READ Vehicles
                    AT END SET EndOfVehicles TO TRUE
                 END-READ
                 PERFORM UNTIL EndOfVehicles
                    IF VhId = VehicleInput
                       MOVE "Y" TO VehicleOk
                    END-IF
                    READ Vehicles
                       AT END SET EndOfVehicles TO TRUE
                    END-READ
                 END-PERFORM
                 CLOSE Vehicles
                 IF VehicleOk NOT = "Y"
                    DISPLAY "No vehicle " VehicleInput
                 END-IF
              END-IF
           END-PERFORM
           MOVE VehicleInput TO FUVehicle.

       LoadPriceCheck.
           OPEN INPUT PriceCheck
           IF PriceCheckStatus = "00"

       FindLatestItemPrice.
           MOVE ZEROES TO LastSeenPrice, LastSeenDate
           PERFORM FindLatestPriceByIndex
           IF IndexLookupDone
              MOVE SPACES TO ReceiptDetails
              EXIT PARAGRAPH
           END-IF
           CLOSE ReceiptFile
           OPEN I-O ReceiptFile
           MOVE SPACES TO ReceiptDetails
           OPEN I-O ReceiptFile
           MOVE SPACES TO ReceiptDetails.

      * The item index lists the item's lines in date order, so the
      * walk starts at the newest and stops at the first purchase
      * (returns carry no price worth comparing with). No index, or
      * a slot that no longer holds the line the index says, leaves
      * IndexLookupFlag off and the full scan does the work.
       FindLatestPriceByIndex.
           MOVE "N" TO IndexLookupFlag
           MOVE CheckItemName TO IxItemName
           MOVE "L" TO IxAction
           CALL "ItemIndex" USING ItemIndexRequest
           IF IxUnindexed
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NOT IxFound
              MOVE IxRNr TO RRecNr
              READ ReceiptFile
                 INVALID KEY MOVE SPACES TO ReceiptDetails
              END-READ
              IF RHeaderRecord OR RName NOT = CheckItemName
                 OR RDate NOT = IxDate
                 MOVE ZEROES TO LastSeenPrice, LastSeenDate
                 EXIT PARAGRAPH
              END-IF
              IF RAmount > ZERO
                 MOVE RDate TO LastSeenDate
                 MOVE RPrice TO LastSeenPrice
                 EXIT PERFORM
              END-IF
              MOVE "P" TO IxAction
              CALL "ItemIndex" USING ItemIndexRequest
           END-PERFORM
           MOVE "X" TO IxAction
           CALL "ItemIndex" USING ItemIndexRequest
           MOVE "Y" TO IndexLookupFlag.

       ShowFxOriginal.
           MOVE "N" TO FxFoundFlag
           OPEN INPUT ReceiptFx
                 DISPLAY "Header record vanished -- not rechecked"
                 EXIT PARAGRAPH
           END-READ
           MOVE ReceiptDetails TO AuditBeforeWS
           MOVE "CHANGE" TO AuditActionWS
           MOVE SPACES TO AuditKeyWS
           STRING "RNr " DELIMITED BY SIZE
              HdrNr DELIMITED BY SIZE
              INTO AuditKeyWS
           END-STRING
           MOVE ItemCount TO HdrLineCount
           IF LineSum NOT = SavedTotal
              DISPLAY "Line sum " LineSum
                 MOVE LineSum TO HdrTotal
              END-IF
           END-IF
           MOVE ReceiptDetails TO AuditAfterWS
           REWRITE ReceiptHeaderDetails
              INVALID KEY DISPLAY "Rewrite failed"
              NOT INVALID KEY PERFORM LogAudit
                 WRITE ReceiptDetails
                    INVALID KEY DISPLAY "Write failed at slot "
                       RRecNr
                    NOT INVALID KEY
                       PERFORM LogAudit
                       PERFORM QueueIndexEntry
                 END-WRITE
              END-PERFORM
              PERFORM CommitIndexEntries
              PERFORM SaveMaxRecNr
              PERFORM CommitSideRows
              DISPLAY PendCount " records committed"
              RNr DELIMITED BY SIZE
              INTO AuditKeyWS
           END-STRING
           MOVE RName TO EditOldName
           MOVE RDate TO EditOldDate
           DISPLAY "New name"
           ACCEPT RName
           DISPLAY "New store"
           MOVE ReceiptDetails TO AuditAfterWS
           REWRITE ReceiptDetails
              INVALID KEY DISPLAY "Rewrite failed"
              NOT INVALID KEY
                 PERFORM LogAudit
                 PERFORM ReindexEditedLine
           END-REWRITE
           DISPLAY "Receipt updated".

      * A renamed line moves in the item index: its old key is
      * dropped and the new one added in the same commit.
       ReindexEditedLine.
           IF RName = EditOldName
              EXIT PARAGRAPH
           END-IF
           MOVE "D" TO IxAction
           MOVE EditOldName TO IxItemName
           MOVE EditOldDate TO IxDate
           MOVE RRecNr TO IxRNr
           CALL "ItemIndex" USING ItemIndexRequest
           PERFORM QueueIndexEntry
           PERFORM CommitIndexEntries.

      * Every item line written goes into the item index queue;
      * CommitIndexEntries merges the queue once the lines are on
      * file. Header records are not indexed.
       QueueIndexEntry.
           IF RHeaderRecord OR RName = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "A" TO IxAction
           MOVE RName TO IxItemName
           MOVE RDate TO IxDate
           MOVE RRecNr TO IxRNr
           CALL "ItemIndex" USING ItemIndexRequest.

       CommitIndexEntries.
           MOVE "C" TO IxAction
           CALL "ItemIndex" USING ItemIndexRequest.

       AskPersonFilter.
           DISPLAY "Person filter (Enter = everyone)"
           ACCEPT PersonFilter.
           CLOSE ItemShelf.

       LogAudit.
           IF AuditActionWS = SPACES
              MOVE "ADD" TO AuditActionWS
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
           END-IF
           PERFORM WriteAuditEntry.

       WriteAuditEntry.
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
