      * ReceiptControl.dat's next number rescanned from the highest
      * RNr in Receipts.dat; a data file's ".ctl" control totals
      * recomputed; AuditSummary.dat rebuilt for a month from its
      * Archive/AuditLog_YYYYMM.dat file; ReceiptsItemIndex.dat,
      * the item index, rebuilt from Receipts.dat through ItemIndex.
      * Every rebuild is audited.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 ControlChoice     VALUE "2".
           88 CtlChoice         VALUE "3".
           88 SummaryChoice     VALUE "4".
           88 ItemIndexChoice   VALUE "5".
       01 RebuiltName           PIC X(20).
       01 ApplyConfirm          PIC X.

       01 ProgramFound          PIC X.
           88 FoundProgramEntry VALUE "Y".
       01 SwapCmd               PIC X(80).
       COPY "ITEMIDX.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "2 = ReceiptControl.dat (from Receipts.dat)"
           DISPLAY "3 = a data file's .ctl control totals"
           DISPLAY "4 = AuditSummary.dat month (from its archive)"
           DISPLAY "5 = ReceiptsItemIndex.dat (from Receipts.dat)"
           ACCEPT RebuildChoice
           EVALUATE TRUE
              WHEN LeaveChoice   PERFORM RebuildLeaveBalances
              WHEN ControlChoice PERFORM RebuildReceiptControl
              WHEN CtlChoice     PERFORM RebuildControlTotals
              WHEN SummaryChoice PERFORM RebuildAuditSummary
              WHEN ItemIndexChoice PERFORM RebuildItemIndex
              WHEN OTHER         DISPLAY "Invalid choice"
           END-EVALUATE
           STOP RUN.
           PERFORM LogAudit
           DISPLAY "ReceiptControl.dat rebuilt".

      * The item index is checked against the file first, so the
      * operator sees how far it had drifted before it is replaced.
       RebuildItemIndex.
           MOVE "V" TO IxAction
           MOVE ReceiptFileNameVar TO IxReceiptFile
           CALL "ItemIndex" USING ItemIndexRequest
           EVALUATE TRUE
              WHEN IxFailed
                 DISPLAY "Receipts.dat not found"
                 EXIT PARAGRAPH
              WHEN IxUnindexed
                 DISPLAY "No item index yet"
              WHEN OTHER
                 DISPLAY "Item index: " IxEntryCount
                    " item lines in Receipts.dat, "
                    IxMismatchCount " entries out of step"
           END-EVALUATE
           DISPLAY "Rebuild it? Y/N"
           ACCEPT ApplyConfirm
           IF ApplyConfirm NOT = "Y" AND ApplyConfirm NOT = "y"
              DISPLAY "Nothing replaced"
              EXIT PARAGRAPH
           END-IF
           MOVE "R" TO IxAction
           CALL "ItemIndex" USING ItemIndexRequest
           IF IxFailed
              DISPLAY "Item index not rebuilt"
              EXIT PARAGRAPH
           END-IF
           MOVE "ReceiptsItemIndex.dat" TO RebuiltName
           PERFORM LogAudit
           DISPLAY "ReceiptsItemIndex.dat rebuilt: " IxEntryCount
              " entries".

      * The ".ctl" companions: same record count plus two-sample-
      * byte checksum the writers compute.
       RebuildControlTotals.
           MOVE SPACES TO AuditAfter OF AuditDetails
           CALL "GetOperator" USING AuditUserWS
           MOVE AuditUserWS TO AuditUser OF AuditDetails
           CALL "SealAuditEntry" USING AuditDetails
           WRITE AuditDetails
           CLOSE AuditLog.
