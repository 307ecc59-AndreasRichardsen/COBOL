      * -- and ReceiptFx.dat, WarrantyReg.dat and FillUps.dat are
      * carried along to the new numbers the same way FileReorg
      * carries them; side rows whose receipt moved to the archive
      * are dropped and counted, except currency rows, which go to
      * ReceiptFx.<year>.dat beside the receipt archive. The receipt
      * links in ExpenseClaims.dat, Assets.dat and Bills.dat follow
      * too, and are cleared where the receipt was archived.
      * ReceiptControl.dat is rebuilt to the new top number and the
      * item index (ItemIndex) over the new slots. Archived receipt
      * records keep their original RNr values as historical
      * identity (archives are only ever scanned, never
      * slot-addressed). Each archive and
      * each slimmed live file gets fresh control totals through
      * SaveControlTotals, and the run is audited. The multi-year
      * readers (PriceHistoryReport, the annual statement,
      * ClimatologyReport) read through into the archives, so the
      * annual views stay whole while the period views get fast.
      * A second operator approves the archiving through
      * SecondApproval when DualControl.dat asks for it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SideFileStatus.

           SELECT FxArchive ASSIGN DYNAMIC FxArchiveName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SideFileStatus.

           SELECT ClaimFile ASSIGN TO "ExpenseClaims.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SideFileStatus.

           SELECT AssetFile ASSIGN TO "Assets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SideFileStatus.

           SELECT BillFile ASSIGN TO "Bills.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SideFileStatus.

           SELECT AuditLog ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogStatus.
           02 FUOdometer        PIC 9(7).
           02 FULitres          PIC 9(3)V99.
           02 FUCost            PIC 9(6)V99.
           02 FUVehicle         PIC X(6).

       FD FxArchive.
       01 FxArchiveRecord       PIC X(23).

      * The registers that point at a receipt from inside a larger
      * record: only the receipt number is named, the rest of the
      * record is carried through untouched.
       FD ClaimFile.
       01 ClaimRecord.
           88 EndOfClaims       VALUE HIGH-VALUES.
           02 FILLER            PIC X(28).
           02 ECRNr             PIC 9(5).
           02 FILLER            PIC X(59).

       FD AssetFile.
       01 AssetRecord.
           88 EndOfAssets       VALUE HIGH-VALUES.
           02 FILLER            PIC X(5).
           02 ASRNr             PIC 9(5).
           02 FILLER            PIC X(101).

       FD BillFile.
       01 BillRecord.
           88 EndOfBills        VALUE HIGH-VALUES.
           02 FILLER            PIC X(75).
           02 BLPaidRNr         PIC 9(5).
           02 FILLER            PIC X(9).

       FD AuditLog.
       01 AuditDetails.
       01 TargetStatus          PIC XX.
       01 AuditLogStatus        PIC XX.
       01 AuditUserWS           PIC X(8).
       01 ApprovalNameWS        PIC X(30).
       01 ApproverWS            PIC X(8) VALUE SPACES.
       01 ApprovalResultWS      PIC X.
       01 WHFileNameVar         PIC X(60) VALUE "WorkHours.dat".
       01 WHLayoutGen           PIC 9(2) VALUE 02.
       01 ReceiptFileNameVar    PIC X(60) VALUE "Receipts.dat".
              03 FutOdometer    PIC 9(7).
              03 FutLitres      PIC 9(3)V99.
              03 FutCost        PIC 9(6)V99.
              03 FutVehicle     PIC X(6).
              03 FutMapped      PIC X.
       01 FuCount               PIC 9(3) VALUE ZERO.
       01 FuOverflow            PIC X VALUE "N".
       01 SideDropped           PIC 9(3).
       01 SideRemapped          PIC 9(3).
       01 SideArchived          PIC 9(3).
       01 SideCleared           PIC 9(3).
       01 FxArchiveName         PIC X(30).
      * Expense claims, assets and bills keep their own record when
      * the receipt they point at moves to the archive -- only the
      * link is cleared -- so these tables hold whole records, sized
      * as the owning programs size theirs.
       01 ClTable.
           02 ClEntry           OCCURS 500 TIMES INDEXED BY ClIdx.
              03 CltImage       PIC X(92).
              03 CltOldNr       PIC 9(5).
              03 CltNewNr       PIC 9(5).
              03 CltMapped      PIC X.
       01 ClCount               PIC 9(3) VALUE ZERO.
       01 ClOverflow            PIC X VALUE "N".
       01 AsTable.
           02 AsEntry           OCCURS 500 TIMES INDEXED BY AsIdx.
              03 AstImage       PIC X(111).
              03 AstOldNr       PIC 9(5).
              03 AstNewNr       PIC 9(5).
              03 AstMapped      PIC X.
       01 AsCount               PIC 9(3) VALUE ZERO.
       01 AsOverflow            PIC X VALUE "N".
       01 BlTable.
           02 BlEntry           OCCURS 400 TIMES INDEXED BY BlIdx.
              03 BltImage       PIC X(89).
              03 BltOldNr       PIC 9(5).
              03 BltNewNr       PIC 9(5).
              03 BltMapped      PIC X.
       01 BlCount               PIC 9(3) VALUE ZERO.
       01 BlOverflow            PIC X VALUE "N".
       COPY "ITEMIDX.cpy" REPLACING ==IxFound== BY ==IxItemFound==.

       PROCEDURE DIVISION.
       BEGIN.
              END-IF
           END-PERFORM

           MOVE "YearEndArchive" TO ApprovalNameWS
           CALL "SecondApproval" USING ApprovalNameWS, ApproverWS,
              ApprovalResultWS
           IF ApprovalResultWS NOT = "Y"
              DISPLAY "Not approved -- nothing changed"
              STOP RUN
           END-IF
           PERFORM ArchiveWorkHours
           PERFORM ArchiveReceipts
           MOVE "Meals.dat" TO SeqSourceName
                 IF RecYearWS = ArchiveYear
                    ADD 1 TO ArchivedCount
                    MOVE ArchivedCount TO ROutRecNr
                    PERFORM MarkArchivedFx
      * archived records keep their original RNr as historical
      * identity; archives are scanned, never slot-addressed
                    MOVE ReceiptDetails TO ReceiptOutDetails
           CLOSE ReceiptOut
           PERFORM SwapKeepOverReceipts
           PERFORM RebuildReceiptControl
           MOVE "R" TO IxAction
           MOVE ReceiptFileNameVar TO IxReceiptFile
           CALL "ItemIndex" USING ItemIndexRequest
           IF IxFailed
              DISPLAY "Item index not rebuilt -- run RebuildDerived"
           END-IF
           PERFORM RewriteSideFiles
           PERFORM RefreshReceiptTotals
           CALL "UnlockFile" USING LockFileName
                    MOVE FUOdometer TO FutOdometer(FuIdx)
                    MOVE FULitres TO FutLitres(FuIdx)
                    MOVE FUCost TO FutCost(FuIdx)
                    MOVE FUVehicle TO FutVehicle(FuIdx)
                    MOVE "N" TO FutMapped(FuIdx)
                 END-IF
                 READ FillUps
              OR FuOverflow = "Y"
              DISPLAY "A side file holds more than 200 records -- "
                 "it will NOT be renumbered by this archive run"
           END-IF
           PERFORM LoadLinkTables.

      * ExpenseClaims.dat (ECRNr), Assets.dat (ASRNr) and Bills.dat
      * (BLPaidRNr) carry a receipt number inside their own record.
      * A zero number means no receipt and is left alone.
       LoadLinkTables.
           MOVE ZEROES TO ClCount, AsCount, BlCount
           MOVE "N" TO ClOverflow, AsOverflow, BlOverflow
           OPEN INPUT ClaimFile
           IF SideFileStatus = "00"
              READ ClaimFile
                 AT END SET EndOfClaims TO TRUE
              END-READ
              PERFORM UNTIL EndOfClaims
                 IF ClCount >= 500
                    MOVE "Y" TO ClOverflow
                 ELSE
                    ADD 1 TO ClCount
                    SET ClIdx TO ClCount
                    MOVE ClaimRecord TO CltImage(ClIdx)
                    MOVE ECRNr TO CltOldNr(ClIdx)
                    MOVE ZEROES TO CltNewNr(ClIdx)
                    MOVE "N" TO CltMapped(ClIdx)
                 END-IF
                 READ ClaimFile
                    AT END SET EndOfClaims TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ClaimFile
           END-IF
           OPEN INPUT AssetFile
           IF SideFileStatus = "00"
              READ AssetFile
                 AT END SET EndOfAssets TO TRUE
              END-READ
              PERFORM UNTIL EndOfAssets
                 IF AsCount >= 500
                    MOVE "Y" TO AsOverflow
                 ELSE
                    ADD 1 TO AsCount
                    SET AsIdx TO AsCount
                    MOVE AssetRecord TO AstImage(AsIdx)
                    MOVE ASRNr TO AstOldNr(AsIdx)
                    MOVE ZEROES TO AstNewNr(AsIdx)
                    MOVE "N" TO AstMapped(AsIdx)
                 END-IF
                 READ AssetFile
                    AT END SET EndOfAssets TO TRUE
                 END-READ
              END-PERFORM
              CLOSE AssetFile
           END-IF
           OPEN INPUT BillFile
           IF SideFileStatus = "00"
              READ BillFile
                 AT END SET EndOfBills TO TRUE
              END-READ
              PERFORM UNTIL EndOfBills
                 IF BlCount >= 400
                    MOVE "Y" TO BlOverflow
                 ELSE
                    ADD 1 TO BlCount
                    SET BlIdx TO BlCount
                    MOVE BillRecord TO BltImage(BlIdx)
                    MOVE BLPaidRNr TO BltOldNr(BlIdx)
                    MOVE ZEROES TO BltNewNr(BlIdx)
                    MOVE "N" TO BltMapped(BlIdx)
                 END-IF
                 READ BillFile
                    AT END SET EndOfBills TO TRUE
                 END-READ
              END-PERFORM
              CLOSE BillFile
           END-IF
           IF ClOverflow = "Y" OR AsOverflow = "Y"
              OR BlOverflow = "Y"
              DISPLAY "ExpenseClaims.dat, Assets.dat or Bills.dat is "
                 "over its register size -- it will NOT be renumbered"
           END-IF.

      * An archived receipt keeps its RNr in Receipts.<year>.dat, so
      * its currency row goes along unchanged to ReceiptFx.<year>.dat
      * and the archive still reads back in its own currency.
       MarkArchivedFx.
           PERFORM VARYING FxIdx FROM 1 BY 1
              UNTIL FxIdx > FxCount
              IF FxtOldNr(FxIdx) = RNr
                 MOVE "A" TO FxtMapped(FxIdx)
              END-IF
           END-PERFORM.

       MapSideEntries.
           PERFORM VARYING FxIdx FROM 1 BY 1
              UNTIL FxIdx > FxCount
                 MOVE KeptCount TO FutNewNr(FuIdx)
                 MOVE "Y" TO FutMapped(FuIdx)
              END-IF
           END-PERFORM
           PERFORM VARYING ClIdx FROM 1 BY 1
              UNTIL ClIdx > ClCount
              IF CltOldNr(ClIdx) = RNr
                 MOVE KeptCount TO CltNewNr(ClIdx)
                 MOVE "Y" TO CltMapped(ClIdx)
              END-IF
           END-PERFORM
           PERFORM VARYING AsIdx FROM 1 BY 1
              UNTIL AsIdx > AsCount
              IF AstOldNr(AsIdx) = RNr
                 MOVE KeptCount TO AstNewNr(AsIdx)
                 MOVE "Y" TO AstMapped(AsIdx)
              END-IF
           END-PERFORM
           PERFORM VARYING BlIdx FROM 1 BY 1
              UNTIL BlIdx > BlCount
              IF BltOldNr(BlIdx) = RNr
                 MOVE KeptCount TO BltNewNr(BlIdx)
                 MOVE "Y" TO BltMapped(BlIdx)
              END-IF
           END-PERFORM.

      * Side rows whose receipt stayed live follow it to its new
      * number; rows whose receipt went to the archive are dropped
      * and counted -- the archive keeps the receipt itself -- save
      * the currency rows, which move to ReceiptFx.<year>.dat with
      * the receipt's original number. A claim, asset or bill whose
      * receipt went to the archive keeps its record and has the
      * link cleared, since the live number would now name another
      * receipt.
       RewriteSideFiles.
           IF FxCount > ZERO AND FxOverflow = "N"
              MOVE ZEROES TO SideRemapped, SideDropped, SideArchived
              MOVE SPACES TO FxArchiveName
              STRING "ReceiptFx." DELIMITED BY SIZE
                 ArchiveYear DELIMITED BY SIZE
                 ".dat" DELIMITED BY SIZE
                 INTO FxArchiveName
              END-STRING
              OPEN OUTPUT ReceiptFx
              OPEN OUTPUT FxArchive
              PERFORM VARYING FxIdx FROM 1 BY 1
                 UNTIL FxIdx > FxCount
                 EVALUATE FxtMapped(FxIdx)
                    WHEN "Y"
                       MOVE FxtNewNr(FxIdx) TO FxRNr
                       MOVE FxtCurrency(FxIdx) TO FxCurrency
                       MOVE FxtAmount(FxIdx) TO FxOrigAmount
                       MOVE FxtRate(FxIdx) TO FxRate
                       WRITE ReceiptFxRecord
                       ADD 1 TO SideRemapped
                    WHEN "A"
                       MOVE FxtOldNr(FxIdx) TO FxRNr
                       MOVE FxtCurrency(FxIdx) TO FxCurrency
                       MOVE FxtAmount(FxIdx) TO FxOrigAmount
                       MOVE FxtRate(FxIdx) TO FxRate
                       MOVE ReceiptFxRecord TO FxArchiveRecord
                       WRITE FxArchiveRecord
                       ADD 1 TO SideArchived
                    WHEN OTHER
                       ADD 1 TO SideDropped
                 END-EVALUATE
              END-PERFORM
              CLOSE ReceiptFx
              CLOSE FxArchive
              DISPLAY "ReceiptFx.dat: " SideRemapped
                 " renumbered, " SideArchived " to "
                 FUNCTION TRIM(FxArchiveName) ", "
                 SideDropped " dropped"
           END-IF
           IF ClCount > ZERO AND ClOverflow = "N"
              MOVE ZEROES TO SideRemapped, SideCleared
              OPEN OUTPUT ClaimFile
              PERFORM VARYING ClIdx FROM 1 BY 1
                 UNTIL ClIdx > ClCount
                 MOVE CltImage(ClIdx) TO ClaimRecord
                 IF CltMapped(ClIdx) = "Y"
                    MOVE CltNewNr(ClIdx) TO ECRNr
                    ADD 1 TO SideRemapped
                 ELSE
                    IF CltOldNr(ClIdx) NOT = ZERO
                       MOVE ZEROES TO ECRNr
                       ADD 1 TO SideCleared
                    END-IF
                 END-IF
                 WRITE ClaimRecord
              END-PERFORM
              CLOSE ClaimFile
              DISPLAY "ExpenseClaims.dat: " SideRemapped
                 " links renumbered, " SideCleared " cleared"
           END-IF
           IF AsCount > ZERO AND AsOverflow = "N"
              MOVE ZEROES TO SideRemapped, SideCleared
              OPEN OUTPUT AssetFile
              PERFORM VARYING AsIdx FROM 1 BY 1
                 UNTIL AsIdx > AsCount
                 MOVE AstImage(AsIdx) TO AssetRecord
                 IF AstMapped(AsIdx) = "Y"
                    MOVE AstNewNr(AsIdx) TO ASRNr
                    ADD 1 TO SideRemapped
                 ELSE
                    IF AstOldNr(AsIdx) NOT = ZERO
                       MOVE ZEROES TO ASRNr
                       ADD 1 TO SideCleared
                    END-IF
                 END-IF
                 WRITE AssetRecord
              END-PERFORM
              CLOSE AssetFile
              DISPLAY "Assets.dat: " SideRemapped
                 " links renumbered, " SideCleared " cleared"
           END-IF
           IF BlCount > ZERO AND BlOverflow = "N"
              MOVE ZEROES TO SideRemapped, SideCleared
              OPEN OUTPUT BillFile
              PERFORM VARYING BlIdx FROM 1 BY 1
                 UNTIL BlIdx > BlCount
                 MOVE BltImage(BlIdx) TO BillRecord
                 IF BltMapped(BlIdx) = "Y"
                    MOVE BltNewNr(BlIdx) TO BLPaidRNr
                    ADD 1 TO SideRemapped
                 ELSE
                    IF BltOldNr(BlIdx) NOT = ZERO
                       MOVE ZEROES TO BLPaidRNr
                       ADD 1 TO SideCleared
                    END-IF
                 END-IF
                 WRITE BillRecord
              END-PERFORM
              CLOSE BillFile
              DISPLAY "Bills.dat: " SideRemapped
                 " links renumbered, " SideCleared " cleared"
           END-IF
           IF WrCount > ZERO AND WrOverflow = "N"
              MOVE ZEROES TO SideRemapped, SideDropped
                    MOVE FutOdometer(FuIdx) TO FUOdometer
                    MOVE FutLitres(FuIdx) TO FULitres
                    MOVE FutCost(FuIdx) TO FUCost
                    MOVE FutVehicle(FuIdx) TO FUVehicle
                    WRITE FillUpRecord
                    ADD 1 TO SideRemapped
                 ELSE
           END-STRING
           CALL "GetOperator" USING AuditUserWS
           MOVE AuditUserWS TO AuditUser
           MOVE ApproverWS TO AuditApprover
           CALL "SealAuditEntry" USING AuditDetails
           WRITE AuditDetails
           CLOSE AuditLog.
