      * Parameter block for CALL "ItemIndex" USING ItemIndexRequest,
      * the item-keyed secondary index over Receipts.dat
      * (ReceiptsItemIndex.dat): every item line's slot, ordered by
      * item name (the ItemMaster spelling RName carries), then date,
      * then slot. Copied into the caller's WORKING-STORAGE and the
      * module's LINKAGE SECTION so both sides agree on the layout.
      * Writers queue an "A" (line added) or "D" (line's old name or
      * date going away) per line and "C" commit once their lines
      * are on disk; FileReorg, ItemMerge and RebuildDerived "R"
      * rebuild from IxReceiptFile; IntegrityCheck "V" verifies.
      * Readers "F"/"L" position on an item's first/last line and
      * "N"/"P" step forward/back, getting IxRNr (the slot) and
      * IxDate; "X" closes. IxResult "U" means there is no usable
      * index -- scan the file the old way.
       01 ItemIndexRequest.
           02 IxAction          PIC X.
              88 IxAddEntry     VALUE "A".
              88 IxDropEntry    VALUE "D".
              88 IxCommit       VALUE "C".
              88 IxRebuild      VALUE "R".
              88 IxVerify       VALUE "V".
              88 IxFirstEntry   VALUE "F".
              88 IxLastEntry    VALUE "L".
              88 IxNextEntry    VALUE "N".
              88 IxPriorEntry   VALUE "P".
              88 IxCloseIndex   VALUE "X".
           02 IxItemName        PIC X(30).
           02 IxDate            PIC 9(8).
           02 IxRNr             PIC 9(5).
           02 IxReceiptFile     PIC X(60).
           02 IxResult          PIC X.
              88 IxFound        VALUE "Y".
              88 IxNoMore       VALUE "E".
              88 IxUnindexed    VALUE "U".
              88 IxMismatch     VALUE "M".
              88 IxFailed       VALUE "F".
           02 IxEntryCount      PIC 9(5).
           02 IxMismatchCount   PIC 9(5).
