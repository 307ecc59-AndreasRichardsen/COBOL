       IDENTIFICATION DIVISION.
       PROGRAM-ID. ItemIndex.
       AUTHOR. Andreas Richardsen.

      * Item-keyed secondary index for Receipts.dat, so "what did
      * milk cost last time" stops meaning a read of every receipt
      * line ever written. ReceiptsItemIndex.dat is a relative file:
      * slot 1 is the control entry (item name spaces, date built,
      * entry count) and slots 2 onward hold one entry per item line
      * -- item name, date, Receipts.dat slot -- sorted by name, then
      * date, then slot, so a lookup binary-searches to the item and
      * steps through its purchases in date order. Header records
      * and lines without a name are not indexed. The item name is
      * RName as stored, which is the ItemMaster spelling once
      * ItemMerge has folded the variants in.
      *
      * CALL "ItemIndex" USING ItemIndexRequest (ITEMIDX.cpy):
      * "A"/"D" queue a line added / a line's old key removed, "C"
      * merges the queue into the file (a full queue commits itself),
      * "R" rebuilds from IxReceiptFile, "V" compares the file with a
      * fresh build from IxReceiptFile and returns the expected entry
      * count and the mismatches, "F"/"L"/"N"/"P" are the lookups and
      * "X" closes the file between lookups. A commit with no index
      * on disk drops the queue: the index is only ever created whole
      * (FileReorg, ItemMerge, RebuildDerived), never half. The
      * caller keeps the Receipts.dat writer lock while it queues and
      * commits, same as for the data itself. Build as a callable
      * module with "cobc -m -o ItemIndex.so ItemIndex.cbl".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IndexFile ASSIGN TO "ReceiptsItemIndex.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS IndexSlot
           FILE STATUS IS IndexFileStatus.

           SELECT ReceiptFile ASSIGN DYNAMIC ReceiptFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS RRecNr
           FILE STATUS IS ReceiptFileStatus.

           SELECT SortWork ASSIGN TO "ItemIndexSort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD IndexFile.
       01 IndexRecord.
           88 EndOfIndexFile    VALUE HIGH-VALUES.
           02 XiItem            PIC X(30).
           02 XiDate            PIC 9(8).
           02 XiRNr             PIC 9(5).

       FD ReceiptFile.
       COPY "RCPTREC.cpy".

       SD SortWork.
       01 SortRecord.
           02 SrItem            PIC X(30).
           02 SrDate            PIC 9(8).
           02 SrRNr             PIC 9(5).

       WORKING-STORAGE SECTION.
       01 IndexFileStatus       PIC XX.
       01 IndexSlot             PIC 9(6).
       01 ReceiptFileStatus     PIC XX.
       01 ReceiptFileNameVar    PIC X(60) VALUE "Receipts.dat".
       01 RRecNr                PIC 9(5).

       01 IndexOpenFlag         PIC X VALUE "N".
           88 IndexIsOpen       VALUE "Y".
       01 EntryCount            PIC 9(5) VALUE ZERO.
       01 LastSlot              PIC 9(6).
       01 CursorSlot            PIC 9(6) VALUE ZERO.
       01 LowSlot               PIC 9(6).
       01 HighSlot              PIC 9(6).
       01 MidSlot               PIC 9(6).
       01 NewEntryCount         PIC 9(5).
       01 TodayDateNum          PIC 9(8).
       01 SortDone              PIC X.
           88 EndOfSortWork     VALUE "Y".
       01 IndexDone             PIC X.
           88 IndexExhausted    VALUE "Y".

      * lines waiting for the next commit
       01 QueueTable.
           02 QueueEntry        OCCURS 500 TIMES INDEXED BY QIdx.
              03 QOp            PIC X.
              03 QItem          PIC X(30).
              03 QDate          PIC 9(8).
              03 QRNr           PIC 9(5).
              03 QUsed          PIC X.
       01 QueueCount            PIC 9(3) VALUE ZERO.
       01 DropMatched           PIC X.
           88 EntryDropped      VALUE "Y".

       LINKAGE SECTION.
       COPY "ITEMIDX.cpy".

       PROCEDURE DIVISION USING ItemIndexRequest.
       BEGIN.
           EVALUATE TRUE
              WHEN IxAddEntry OR IxDropEntry
                 IF QueueCount >= 500
                    PERFORM CommitQueue
                 END-IF
                 ADD 1 TO QueueCount
                 SET QIdx TO QueueCount
                 MOVE IxAction TO QOp(QIdx)
                 MOVE IxItemName TO QItem(QIdx)
                 MOVE IxDate TO QDate(QIdx)
                 MOVE IxRNr TO QRNr(QIdx)
                 MOVE "N" TO QUsed(QIdx)
                 SET IxFound TO TRUE
              WHEN IxCommit
                 PERFORM CommitQueue
              WHEN IxRebuild
                 PERFORM RebuildFromReceipts
              WHEN IxVerify
                 PERFORM VerifyAgainstReceipts
              WHEN IxFirstEntry
                 PERFORM FindFirstEntry
              WHEN IxLastEntry
                 PERFORM FindLastEntry
              WHEN IxNextEntry
                 COMPUTE MidSlot = CursorSlot + 1
                 PERFORM StepToSlot
              WHEN IxPriorEntry
                 COMPUTE MidSlot = CursorSlot - 1
                 PERFORM StepToSlot
              WHEN IxCloseIndex
                 PERFORM CloseIndex
                 SET IxFound TO TRUE
              WHEN OTHER
                 SET IxFailed TO TRUE
           END-EVALUATE
           GOBACK.

       OpenIndexForLookup.
           IF IndexIsOpen
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT IndexFile
           IF IndexFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO IndexSlot
           READ IndexFile
              INVALID KEY MOVE HIGH-VALUES TO XiItem
           END-READ
           IF XiItem NOT = SPACES OR XiRNr IS NOT NUMERIC
              CLOSE IndexFile
              EXIT PARAGRAPH
           END-IF
           MOVE XiRNr TO EntryCount
           COMPUTE LastSlot = EntryCount + 1
           SET IndexIsOpen TO TRUE.

       CloseIndex.
           IF IndexIsOpen
              CLOSE IndexFile
              MOVE "N" TO IndexOpenFlag
           END-IF
           MOVE ZEROES TO CursorSlot.

      * Lower bound: the first slot whose name is not below the item.
       FindFirstEntry.
           PERFORM OpenIndexForLookup
           IF NOT IndexIsOpen
              SET IxUnindexed TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE 2 TO LowSlot
           COMPUTE HighSlot = LastSlot + 1
           PERFORM UNTIL LowSlot >= HighSlot
              COMPUTE MidSlot = (LowSlot + HighSlot) / 2
              MOVE MidSlot TO IndexSlot
              READ IndexFile
                 INVALID KEY MOVE HIGH-VALUES TO XiItem
              END-READ
              IF XiItem < IxItemName
                 COMPUTE LowSlot = MidSlot + 1
              ELSE
                 MOVE MidSlot TO HighSlot
              END-IF
           END-PERFORM
           MOVE LowSlot TO MidSlot
           PERFORM StepToSlot.

      * Upper bound less one: the last slot carrying the item.
       FindLastEntry.
           PERFORM OpenIndexForLookup
           IF NOT IndexIsOpen
              SET IxUnindexed TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE 2 TO LowSlot
           COMPUTE HighSlot = LastSlot + 1
           PERFORM UNTIL LowSlot >= HighSlot
              COMPUTE MidSlot = (LowSlot + HighSlot) / 2
              MOVE MidSlot TO IndexSlot
              READ IndexFile
                 INVALID KEY MOVE HIGH-VALUES TO XiItem
              END-READ
              IF XiItem > IxItemName
                 MOVE MidSlot TO HighSlot
              ELSE
                 COMPUTE LowSlot = MidSlot + 1
              END-IF
           END-PERFORM
           COMPUTE MidSlot = LowSlot - 1
           PERFORM StepToSlot.

      * Lands the cursor on MidSlot when that slot is still the
      * wanted item; anything else is the end of the item's run.
       StepToSlot.
           IF NOT IndexIsOpen
              SET IxUnindexed TO TRUE
              EXIT PARAGRAPH
           END-IF
           IF MidSlot < 2 OR MidSlot > LastSlot
              SET IxNoMore TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE MidSlot TO IndexSlot
           READ IndexFile
              INVALID KEY
                 SET IxNoMore TO TRUE
                 EXIT PARAGRAPH
           END-READ
           IF XiItem NOT = IxItemName
              SET IxNoMore TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE MidSlot TO CursorSlot
           MOVE XiDate TO IxDate
           MOVE XiRNr TO IxRNr
           SET IxFound TO TRUE.

      * The queue is merged by re-sorting the whole file with it:
      * kept entries and added lines in, dropped keys left out.
       CommitQueue.
           PERFORM CloseIndex
           IF QueueCount = ZERO
              SET IxFound TO TRUE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT IndexFile
           IF IndexFileStatus NOT = "00"
              MOVE ZEROES TO QueueCount
              SET IxUnindexed TO TRUE
              EXIT PARAGRAPH
           END-IF
           CLOSE IndexFile
           SORT SortWork ON ASCENDING KEY SrItem, SrDate, SrRNr
              INPUT PROCEDURE IS ReleaseIndexAndQueue
              OUTPUT PROCEDURE IS WriteSortedIndex
           MOVE ZEROES TO QueueCount
           MOVE NewEntryCount TO IxEntryCount
           SET IxFound TO TRUE.

       ReleaseIndexAndQueue.
           OPEN INPUT IndexFile
           MOVE SPACES TO IndexRecord
           MOVE 2 TO IndexSlot
           START IndexFile KEY IS >= IndexSlot
              INVALID KEY SET EndOfIndexFile TO TRUE
           END-START
           IF NOT EndOfIndexFile
              READ IndexFile NEXT RECORD
                 AT END SET EndOfIndexFile TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL EndOfIndexFile
              PERFORM CheckDroppedKey
              IF NOT EntryDropped
                 MOVE XiItem TO SrItem
                 MOVE XiDate TO SrDate
                 MOVE XiRNr TO SrRNr
                 RELEASE SortRecord
              END-IF
              READ IndexFile NEXT RECORD
                 AT END SET EndOfIndexFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE IndexFile
           PERFORM VARYING QIdx FROM 1 BY 1
              UNTIL QIdx > QueueCount
              IF QOp(QIdx) = "A"
                 MOVE QItem(QIdx) TO SrItem
                 MOVE QDate(QIdx) TO SrDate
                 MOVE QRNr(QIdx) TO SrRNr
                 RELEASE SortRecord
              END-IF
           END-PERFORM.

      * Each queued drop removes one matching entry.
       CheckDroppedKey.
           MOVE "N" TO DropMatched
           PERFORM VARYING QIdx FROM 1 BY 1
              UNTIL QIdx > QueueCount
              IF QOp(QIdx) = "D" AND QUsed(QIdx) = "N"
                 AND QItem(QIdx) = XiItem
                 AND QDate(QIdx) = XiDate
                 AND QRNr(QIdx) = XiRNr
                 MOVE "Y" TO QUsed(QIdx)
                 SET EntryDropped TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       WriteSortedIndex.
           MOVE ZEROES TO NewEntryCount
           MOVE "N" TO SortDone
           OPEN OUTPUT IndexFile
           MOVE 1 TO IndexSlot
           RETURN SortWork
              AT END SET EndOfSortWork TO TRUE
           END-RETURN
           PERFORM UNTIL EndOfSortWork
              ADD 1 TO NewEntryCount
              COMPUTE IndexSlot = NewEntryCount + 1
              MOVE SrItem TO XiItem
              MOVE SrDate TO XiDate
              MOVE SrRNr TO XiRNr
              WRITE IndexRecord
                 INVALID KEY SET IxFailed TO TRUE
              END-WRITE
              RETURN SortWork
                 AT END SET EndOfSortWork TO TRUE
              END-RETURN
           END-PERFORM
           MOVE 1 TO IndexSlot
           MOVE SPACES TO XiItem
           ACCEPT TodayDateNum FROM DATE YYYYMMDD
           MOVE TodayDateNum TO XiDate
           MOVE NewEntryCount TO XiRNr
           WRITE IndexRecord
              INVALID KEY SET IxFailed TO TRUE
           END-WRITE
           CLOSE IndexFile.

       RebuildFromReceipts.
           PERFORM CloseIndex
           MOVE ZEROES TO QueueCount
           MOVE IxReceiptFile TO ReceiptFileNameVar
           IF ReceiptFileNameVar = SPACES
              MOVE "Receipts.dat" TO ReceiptFileNameVar
           END-IF
           PERFORM ProbeReceiptFile
           IF IxFailed
              EXIT PARAGRAPH
           END-IF
           SET IxFound TO TRUE
           SORT SortWork ON ASCENDING KEY SrItem, SrDate, SrRNr
              INPUT PROCEDURE IS ReleaseReceiptLines
              OUTPUT PROCEDURE IS WriteSortedIndex
           MOVE NewEntryCount TO IxEntryCount.

      * No receipt file, no index: a rebuild must never leave an
      * empty file claiming to cover the receipts.
       ProbeReceiptFile.
           MOVE SPACE TO IxResult
           OPEN INPUT ReceiptFile
           IF ReceiptFileStatus NOT = "00"
              SET IxFailed TO TRUE
              EXIT PARAGRAPH
           END-IF
           CLOSE ReceiptFile.

       ReleaseReceiptLines.
           OPEN INPUT ReceiptFile
           IF ReceiptFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReceiptDetails
           MOVE 1 TO RRecNr
           PERFORM UNTIL EndOfReceipt
              READ ReceiptFile NEXT RECORD
                 AT END SET EndOfReceipt TO TRUE
              END-READ
              IF NOT EndOfReceipt AND NOT RHeaderRecord
                 AND RName NOT = SPACES
                 MOVE RName TO SrItem
                 MOVE RDate TO SrDate
                 MOVE RRecNr TO SrRNr
                 RELEASE SortRecord
              END-IF
           END-PERFORM
           CLOSE ReceiptFile
           MOVE SPACES TO ReceiptDetails.

      * A fresh build from the receipts, walked in step with the file
      * on disk; every entry that differs, is missing or is left
      * over counts as a mismatch.
       VerifyAgainstReceipts.
           PERFORM CloseIndex
           MOVE ZEROES TO IxEntryCount, IxMismatchCount
           MOVE IxReceiptFile TO ReceiptFileNameVar
           IF ReceiptFileNameVar = SPACES
              MOVE "Receipts.dat" TO ReceiptFileNameVar
           END-IF
           PERFORM ProbeReceiptFile
           IF IxFailed
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT IndexFile
           IF IndexFileStatus NOT = "00"
              SET IxUnindexed TO TRUE
              EXIT PARAGRAPH
           END-IF
           CLOSE IndexFile
           SORT SortWork ON ASCENDING KEY SrItem, SrDate, SrRNr
              INPUT PROCEDURE IS ReleaseReceiptLines
              OUTPUT PROCEDURE IS CompareWithIndex
           IF IxMismatchCount = ZERO
              SET IxFound TO TRUE
           ELSE
              SET IxMismatch TO TRUE
           END-IF.

      * A merge of the two sorted streams: equal keys advance both,
      * a build entry below the index entry is missing from the
      * index, one above it means the index entry is left over.
       CompareWithIndex.
           MOVE "N" TO SortDone, IndexDone
           OPEN INPUT IndexFile
           MOVE 1 TO IndexSlot
           READ IndexFile
              INVALID KEY MOVE HIGH-VALUES TO XiItem
           END-READ
           IF XiItem NOT = SPACES OR XiRNr IS NOT NUMERIC
              MOVE ZEROES TO EntryCount
              ADD 1 TO IxMismatchCount
           ELSE
              MOVE XiRNr TO EntryCount
           END-IF
           MOVE 1 TO IndexSlot
           PERFORM ReadNextIndexEntry
           RETURN SortWork
              AT END SET EndOfSortWork TO TRUE
           END-RETURN
           PERFORM UNTIL EndOfSortWork AND IndexExhausted
              EVALUATE TRUE
                 WHEN EndOfSortWork
                    ADD 1 TO IxMismatchCount
                    PERFORM ReadNextIndexEntry
                 WHEN IndexExhausted
                    ADD 1 TO IxEntryCount, IxMismatchCount
                    PERFORM ReturnNextBuildEntry
                 WHEN SrItem = XiItem AND SrDate = XiDate
                    AND SrRNr = XiRNr
                    ADD 1 TO IxEntryCount
                    PERFORM ReturnNextBuildEntry
                    PERFORM ReadNextIndexEntry
                 WHEN SrItem < XiItem
                    OR (SrItem = XiItem AND SrDate < XiDate)
                    OR (SrItem = XiItem AND SrDate = XiDate
                       AND SrRNr < XiRNr)
                    ADD 1 TO IxEntryCount, IxMismatchCount
                    PERFORM ReturnNextBuildEntry
                 WHEN OTHER
                    ADD 1 TO IxMismatchCount
                    PERFORM ReadNextIndexEntry
              END-EVALUATE
           END-PERFORM
           CLOSE IndexFile.

       ReturnNextBuildEntry.
           RETURN SortWork
              AT END SET EndOfSortWork TO TRUE
           END-RETURN.

       ReadNextIndexEntry.
           IF IndexExhausted
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO IndexSlot
           IF IndexSlot > EntryCount + 1
              SET IndexExhausted TO TRUE
              EXIT PARAGRAPH
           END-IF
           READ IndexFile
              INVALID KEY SET IndexExhausted TO TRUE
           END-READ.
