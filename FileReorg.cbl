      * with no gaps, prints before/after record counts, and swaps the
      * compacted file in over the live one (after the usual backup).
      * For Receipts.dat the RNr field is renumbered to match its new
      * slot, ReceiptControl.dat's CtrlMaxRecNr is rebuilt and the
      * item index (ItemIndex) is rebuilt over the new slots. The
      * receipt links in ExpenseClaims.dat, Assets.dat and Bills.dat
      * follow the renumbering along with the RNr-keyed side files.
      * DataWriter logs use the generic layout. Shells out for the
      * final swap, same idiom as UnlockFile's rm.
      * A second operator approves the rewrite through
      * SecondApproval when DualControl.dat asks for it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
       01 ReceiptControlStatus  PIC XX.
       01 AuditLogStatus        PIC XX.
       01 AuditUserWS           PIC X(8).
       01 ApprovalNameWS        PIC X(30).
       01 ApproverWS            PIC X(8) VALUE SPACES.
       01 ApprovalResultWS      PIC X.
       01 ReorgSourceName       PIC X(60).
       01 ReorgTargetName       PIC X(60).
       01 LockFileName          PIC X(60).
              03 FutOdometer    PIC 9(7).
              03 FutLitres      PIC 9(3)V99.
              03 FutCost        PIC 9(6)V99.
              03 FutVehicle     PIC X(6).
              03 FutMapped      PIC X.
       01 FuCount               PIC 9(3) VALUE ZERO.
       01 FuOverflow            PIC X VALUE "N".
       01 SideRemapped          PIC 9(3).
       01 SideDropped           PIC 9(3).
      * Expense claims, assets and bills keep their own record when
      * the receipt they point at is gone -- only the link is
      * cleared -- so these tables hold whole records, sized as the
      * owning programs size theirs.
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
       01 SideCleared           PIC 9(3).
       COPY "ITEMIDX.cpy".

       PROCEDURE DIVISION.
       BEGIN.
                 " is already open in another run -- try again later"
              STOP RUN
           END-IF
           MOVE "FileReorg" TO ApprovalNameWS
           CALL "SecondApproval" USING ApprovalNameWS, ApproverWS,
              ApprovalResultWS
           IF ApprovalResultWS NOT = "Y"
              DISPLAY "Not approved -- nothing changed"
              CALL "UnlockFile" USING LockFileName
              STOP RUN
           END-IF
           CALL "BackupFile" USING ReorgSourceName

           EVALUATE TRUE
                 PERFORM LoadFxTable
                 PERFORM LoadWarrantyTable
                 PERFORM LoadFillUpTable
                 PERFORM LoadLinkTables
                 PERFORM ReorgReceipts
              WHEN GenericChoice  PERFORM ReorgGeneric
           END-EVALUATE
                 PERFORM SwapInCompactedFile
                 IF ReceiptChoice
                    PERFORM RebuildReceiptControl
                    PERFORM RebuildItemIndex
                    PERFORM RewriteReceiptFx
                    PERFORM RewriteWarrantyReg
                    PERFORM RewriteFillUps
                    PERFORM RewriteClaims
                    PERFORM RewriteAssets
                    PERFORM RewriteBills
                 END-IF
                 PERFORM RefreshControlTotals
                 PERFORM LogAudit
                 MOVE RecordsCopied TO FutNewNr(FuIdx)
                 MOVE "Y" TO FutMapped(FuIdx)
              END-IF
           END-PERFORM
           PERFORM VARYING ClIdx FROM 1 BY 1
              UNTIL ClIdx > ClCount
              IF CltOldNr(ClIdx) = RNr
                 MOVE RecordsCopied TO CltNewNr(ClIdx)
                 MOVE "Y" TO CltMapped(ClIdx)
              END-IF
           END-PERFORM
           PERFORM VARYING AsIdx FROM 1 BY 1
              UNTIL AsIdx > AsCount
              IF AstOldNr(AsIdx) = RNr
                 MOVE RecordsCopied TO AstNewNr(AsIdx)
                 MOVE "Y" TO AstMapped(AsIdx)
              END-IF
           END-PERFORM
           PERFORM VARYING BlIdx FROM 1 BY 1
              UNTIL BlIdx > BlCount
              IF BltOldNr(BlIdx) = RNr
                 MOVE RecordsCopied TO BltNewNr(BlIdx)
                 MOVE "Y" TO BltMapped(BlIdx)
              END-IF
           END-PERFORM.

       RewriteReceiptFx.
                 MOVE FUOdometer TO FutOdometer(FuIdx)
                 MOVE FULitres TO FutLitres(FuIdx)
                 MOVE FUCost TO FutCost(FuIdx)
                 MOVE FUVehicle TO FutVehicle(FuIdx)
                 MOVE "N" TO FutMapped(FuIdx)
              END-IF
              READ FillUps
                 MOVE FutOdometer(FuIdx) TO FUOdometer
                 MOVE FutLitres(FuIdx) TO FULitres
                 MOVE FutCost(FuIdx) TO FUCost
                 MOVE FutVehicle(FuIdx) TO FUVehicle
                 WRITE FillUpRecord
                 ADD 1 TO SideRemapped
              ELSE
              " records renumbered, " SideDropped
              " orphans dropped".

      * ExpenseClaims.dat (ECRNr), Assets.dat (ASRNr) and Bills.dat
      * (BLPaidRNr) carry a receipt number inside their own record.
      * A zero number means no receipt and is left alone; a number
      * whose receipt no longer exists is cleared to zero rather
      * than the claim, asset or bill being dropped.
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

       RewriteClaims.
           IF ClCount = ZERO OR ClOverflow = "Y"
              EXIT PARAGRAPH
           END-IF
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
              " links renumbered, " SideCleared
              " links to removed receipts cleared".

       RewriteAssets.
           IF AsCount = ZERO OR AsOverflow = "Y"
              EXIT PARAGRAPH
           END-IF
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
              " links renumbered, " SideCleared
              " links to removed receipts cleared".

       RewriteBills.
           IF BlCount = ZERO OR BlOverflow = "Y"
              EXIT PARAGRAPH
           END-IF
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
              " links renumbered, " SideCleared
              " links to removed receipts cleared".

       RebuildReceiptControl.
           OPEN OUTPUT ReceiptControl
           MOVE RecordsCopied TO CtrlMaxRecNr
           DISPLAY "ReceiptControl.dat rebuilt: CtrlMaxRecNr = "
              CtrlMaxRecNr.

      * Every slot moved, so the item index is built again from
      * the compacted file rather than patched.
       RebuildItemIndex.
           MOVE "R" TO IxAction
           MOVE ReorgSourceName TO IxReceiptFile
           CALL "ItemIndex" USING ItemIndexRequest
           IF IxFailed
              DISPLAY "Item index not rebuilt -- run RebuildDerived"
           ELSE
              DISPLAY "Item index rebuilt: " IxEntryCount " lines"
           END-IF.

       LogAudit.
           OPEN EXTEND AuditLog
           IF AuditLogStatus = "35"
              AuditBefore, AuditAfter
           CALL "GetOperator" USING AuditUserWS
           MOVE AuditUserWS TO AuditUser
           MOVE ApproverWS TO AuditApprover
           CALL "SealAuditEntry" USING AuditDetails
           WRITE AuditDetails
           CLOSE AuditLog.
