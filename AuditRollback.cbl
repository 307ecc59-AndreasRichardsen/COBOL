      * so that leftover is pointed out for a manual pass.
      * The audit images carry 80 bytes; the receipt record is 86,
      * so a receipt restore keeps the record's last six bytes as
      * they stand. A receipt rollback rebuilds the item index
      * (ItemIndex) afterwards, since an undone rename moves lines.
      * A second operator approves the rollback through
      * SecondApproval when DualControl.dat asks for it.
      * The writers now log their adds as ADD entries carrying the
      * record's first 80 bytes (ReceiptWriter and MealWriter add an
      * ADDCONT entry with the rest, which an undo has no use for):
      * an ADD is undone by deleting the record that matches it, and
      * a Meals.dat REPLACE that carries its replacement's image
      * takes the replacement out as well. DataWriter follows an ADD
      * or CHANGE with ADDCONT or CHGCONT entries carrying bytes 81
      * on of its 250-byte record; they are attached to the entry
      * they continue, so a generic record is matched and rewritten
      * whole.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.
       01 AuditLogStatus        PIC XX.
       01 AuditUserWS           PIC X(8).
       01 ApprovalNameWS        PIC X(30).
       01 ApproverWS            PIC X(8) VALUE SPACES.
       01 ApprovalResultWS      PIC X.
       01 RelFileStatus         PIC XX.
       01 MealFileStatus        PIC XX.
       01 TargetFileName        PIC X(60).
              03 UeKey          PIC X(20).
              03 UeBefore       PIC X(80).
              03 UeAfter        PIC X(80).
      *       bytes 81 on, from the entry's ADDCONT or CHGCONT
      *       continuations, 80 bytes each
              03 UeContCount    PIC 9.
              03 UeBeforeTail   PIC X(240).
              03 UeAfterTail    PIC X(240).
       01 UndoCount             PIC 9(3) VALUE ZERO.
       01 LastUndoTaken         PIC X VALUE "N".
       01 ContPos               PIC 9(3).
       01 SkippedAdds           PIC 9(4) VALUE ZERO.
       01 AppliedCount          PIC 9(3) VALUE ZERO.
       01 MissedCount           PIC 9(3) VALUE ZERO.
       01 ApplyConfirm          PIC X.
       01 AuditTimeHHMM         PIC 9(4).
       01 RollbackKeyWS         PIC X(20).
       COPY "ITEMIDX.cpy".

       PROCEDURE DIVISION.
       BEGIN.
                 " is already open in another run -- try again later"
              STOP RUN
           END-IF
           MOVE "AuditRollback" TO ApprovalNameWS
           CALL "SecondApproval" USING ApprovalNameWS, ApproverWS,
              ApprovalResultWS
           IF ApprovalResultWS NOT = "Y"
              DISPLAY "Not approved -- nothing changed"
              CALL "UnlockFile" USING LockFileName
              STOP RUN
           END-IF
           CALL "BackupFile" USING TargetFileName

           EVALUATE TRUE
              WHEN GenericChoice PERFORM ApplyGenericRollback
              WHEN OTHER         PERFORM ApplyRelRollback
           END-EVALUATE
           IF ReceiptChoice AND AppliedCount > ZERO
              MOVE "R" TO IxAction
              MOVE TargetFileName TO IxReceiptFile
              CALL "ItemIndex" USING ItemIndexRequest
           END-IF

           CALL "UnlockFile" USING LockFileName
           DISPLAY "Rollback done: " AppliedCount " undone, "
                 IF AuditDate > CutoffDate
                    OR (AuditDate = CutoffDate
                       AND AuditTimeHHMM > CutoffTime)
                    EVALUATE TRUE
                    WHEN AuditAction = SPACES
                       ADD 1 TO SkippedAdds
                       MOVE "N" TO LastUndoTaken
                    WHEN AuditAction = "ADDCONT"
                    WHEN AuditAction = "CHGCONT"
                       PERFORM AttachUndoTail
                    WHEN OTHER
                       MOVE "N" TO LastUndoTaken
                       IF UndoCount < 100
                          ADD 1 TO UndoCount
                          SET UndIdx TO UndoCount
                          MOVE AuditKey TO UeKey(UndIdx)
                          MOVE AuditBefore TO UeBefore(UndIdx)
                          MOVE AuditAfter TO UeAfter(UndIdx)
                          MOVE ZERO TO UeContCount(UndIdx)
                          MOVE SPACES TO UeBeforeTail(UndIdx),
                             UeAfterTail(UndIdx)
                          MOVE "Y" TO LastUndoTaken
                       END-IF
                    END-EVALUATE
                 END-IF
              END-IF
              READ AuditLog
           END-PERFORM
           CLOSE AuditLog.

      * The writer holds the file's lock across an entry and its
      * continuations, so they belong to the last entry taken.
       AttachUndoTail.
           IF LastUndoTaken NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           SET UndIdx TO UndoCount
           IF UeKey(UndIdx) NOT = AuditKey
              OR UeContCount(UndIdx) >= 3
              EXIT PARAGRAPH
           END-IF
           COMPUTE ContPos = UeContCount(UndIdx) * 80 + 1
           ADD 1 TO UeContCount(UndIdx)
           MOVE AuditBefore TO UeBeforeTail(UndIdx)(ContPos:80)
           MOVE AuditAfter TO UeAfterTail(UndIdx)(ContPos:80).

       ApplyRelRollback.
           IF WorkHourChoice
              PERFORM VARYING UndIdx FROM UndoCount BY -1
              CLOSE ReceiptFile
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(UeAction(UndIdx)) = "ADD"
              DELETE ReceiptFile
                 INVALID KEY DISPLAY "Delete failed"
                 NOT INVALID KEY
                    ADD 1 TO AppliedCount
                    PERFORM LogRollback
              END-DELETE
              CLOSE ReceiptFile
              EXIT PARAGRAPH
           END-IF
           MOVE UeBefore(UndIdx)(1:MatchLen)
              TO RcptRelRecord(1:MatchLen)
           REWRITE RcptRelRecord
           END-IF.

      * A Meals.dat REPLACE deleted its original in place, so the
      * undo appends the before image back into a fresh slot. Its
      * replacement is deleted when the entry carries its image; an
      * older entry never imaged it, and that one has to be taken out
      * by hand (the overwrite flow in MealWriter does it cleanly).
      * An ADD's record is deleted.
       ApplyMealRollback.
           OPEN I-O MealFile
           IF MealFileStatus NOT = "00"
           PERFORM FindMealMaxSlot
           PERFORM VARYING UndIdx FROM UndoCount BY -1
              UNTIL UndIdx < 1
              EVALUATE FUNCTION TRIM(UeAction(UndIdx))
                 WHEN "ADD"
                    PERFORM DeleteMealAfterImage
                    IF FoundTarget
                       ADD 1 TO AppliedCount
                       PERFORM LogRollback
                    ELSE
                       ADD 1 TO MissedCount
                       DISPLAY "  not found any more: ADD "
                          FUNCTION TRIM(UeKey(UndIdx))
                    END-IF
                 WHEN "REPLACE"
                    MOVE "N" TO RecordLocated
                    IF UeAfter(UndIdx) NOT = SPACES
                       PERFORM DeleteMealAfterImage
                    END-IF
                    MOVE SPACES TO MealRecord
                    MOVE UeBefore(UndIdx) TO MealRecord(1:80)
                    ADD 1 TO MealMaxRecNr
                    MOVE MealMaxRecNr TO MealRecNr
                    WRITE MealRecord
                       INVALID KEY DISPLAY "Write failed"
                    END-WRITE
                    ADD 1 TO AppliedCount
                    PERFORM LogRollback
                    IF NOT FoundTarget
                       DISPLAY "  restored "
                          FUNCTION TRIM(UeKey(UndIdx))
                          " -- its replacement is still on file, "
                          "remove it through MealWriter's overwrite"
                    END-IF
                 WHEN OTHER
                    ADD 1 TO MissedCount
              END-EVALUATE
           END-PERFORM
           CLOSE MealFile.

      * The record matching the entry's after image is deleted,
      * FoundTarget telling whether it was; the file stays open for
      * the rest of the undo.
       DeleteMealAfterImage.
           MOVE "N" TO RecordLocated
           MOVE SPACES TO MealRecord
           MOVE 1 TO MealRecNr
           START MealFile KEY IS NOT LESS THAN MealRecNr
              INVALID KEY SET EndOfMealRel TO TRUE
           END-START
           PERFORM UNTIL EndOfMealRel OR FoundTarget
              READ MealFile NEXT RECORD
                 AT END SET EndOfMealRel TO TRUE
              END-READ
              IF NOT EndOfMealRel
                 IF MealRecord(1:MatchLen)
                    = UeAfter(UndIdx)(1:MatchLen)
                    SET FoundTarget TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO MealRecord
           IF FoundTarget
              DELETE MealFile
                 INVALID KEY
                    DISPLAY "Delete failed"
                    MOVE "N" TO RecordLocated
              END-DELETE
           END-IF.

       FindMealMaxSlot.
           MOVE ZEROES TO MealMaxRecNr
           MOVE SPACES TO MealRecord

      * DataWriter logs: an ADD is undone by deleting the record
      * matching its after image, a CHANGE by rewriting the before
      * image back over it, bytes 81 on included when the entry has
      * its continuations. A DELETE's 250-byte record cannot fit
      * the 80-byte image, so it is reported as not replayable.
       ApplyGenericRollback.
           PERFORM VARYING UndIdx FROM UndoCount BY -1
              WHEN OTHER
                 MOVE UeBefore(UndIdx)(1:MatchLen)
                    TO GenericRecord(1:MatchLen)
                 IF UeContCount(UndIdx) > ZERO
                    MOVE UeBeforeTail(UndIdx)(1:170)
                       TO GenericRecord(81:170)
                 END-IF
                 REWRITE GenericRecord
                    INVALID KEY DISPLAY "Rewrite failed"
                    NOT INVALID KEY
              IF NOT EndOfGeneric
                 IF GenericRecord(1:MatchLen)
                    = UeAfter(UndIdx)(1:MatchLen)
                    AND (UeContCount(UndIdx) = ZERO
                       OR GenericRecord(81:170)
                          = UeAfterTail(UndIdx)(1:170))
                    SET FoundTarget TO TRUE
                 END-IF
              END-IF
           MOVE UeBefore(UndIdx) TO AuditAfter
           CALL "GetOperator" USING AuditUserWS
           MOVE AuditUserWS TO AuditUser
           MOVE ApproverWS TO AuditApprover
           CALL "SealAuditEntry" USING AuditDetails
           WRITE AuditDetails
           CLOSE AuditLog.

