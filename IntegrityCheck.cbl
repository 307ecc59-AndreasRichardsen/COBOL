       AUTHOR. Andreas Richardsen.

      * VerifyControlTotals proves each file adds up on its own;
      * this proves the files agree with EACH OTHER. Seven joints are
      * checked, each reported PASS or FAIL with the offending keys:
      * every SnaId in Meals.dat resolves in SnackCatalog.dat, every
      * RcpIngName in Recipes.dat exists in FoodCatalog.dat,
      * FoodReceiptLink.dat rows point at real receipt lines, each
      * receipt header's HdrLineCount matches the item lines that
      * follow it, LeaveBalances.dat agrees with a recount of the
      * posted leave days in WorkHours.dat, ReceiptControl.dat's
      * next number exceeds every RNr on file, and the item index
      * (ReceiptsItemIndex.dat) lists exactly the item lines in
      * Receipts.dat under their names and dates. Meant for the nightly
      * schedule; a dangling reference caught here is a wrong report
      * number that never happens weeks later. Written to
      * IntegrityCheck.rpt, RETURN-CODE 4 when anything fails.
      * IntegrityCheck.rpt ends with the ReportProvenance block:
      * operator, run time and the count, checksum and layout generation
      * of every input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 SickCounted           PIC 9(3).
       01 BalYearWS             PIC 9(4).
       01 SavedWHName           PIC X(60).
       COPY "ITEMIDX.cpy".

       01 ResultLine.
           02 PrnCheckLabel     PIC X(46).
           VALUE "Cross-file integrity check".
       01 Divider               PIC X(80) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT MealFileNameVar FROM ENVIRONMENT "MEALFILE"
              MOVE "WorkHours.dat" TO WHFileNameVar
           END-IF

           PERFORM StartProvenance
           OPEN OUTPUT CheckReport
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           PERFORM CheckHeaderLineCounts
           PERFORM CheckLeaveBalances
           PERFORM CheckReceiptControl
           PERFORM CheckItemIndex

           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           CLOSE CheckReport
           MOVE "IntegrityCheck.rpt" TO PvReportName
           PERFORM StampProvenance
           IF AnyCheckFailed = "Y"
              DISPLAY "Integrity check FAILED -- see "
                 "IntegrityCheck.rpt"
           END-IF
           PERFORM WriteCheckResult.

      * No index at all is not a failure -- the readers scan -- but
      * one that has drifted sends them to the wrong slots until
      * RebuildDerived rebuilds it.
       CheckItemIndex.
           MOVE "Item index matches the receipt lines" TO CheckLabel
           MOVE ZEROES TO CheckFails, ShownKeys
           MOVE "V" TO IxAction
           MOVE ReceiptFileNameVar TO IxReceiptFile
           CALL "ItemIndex" USING ItemIndexRequest
           EVALUATE TRUE
              WHEN IxUnindexed
                 MOVE "no item index on file (readers scan)"
                    TO PrnKeyText
                 WRITE PrintLine FROM KeyLine AFTER ADVANCING 1 LINE
              WHEN IxMismatch
                 MOVE IxMismatchCount TO CheckFails
                 MOVE SPACES TO PrnKeyText
                 STRING IxEntryCount DELIMITED BY SIZE
                    " lines on file -- RebuildDerived 5"
                    DELIMITED BY SIZE
                    INTO PrnKeyText
                 END-STRING
                 WRITE PrintLine FROM KeyLine AFTER ADVANCING 1 LINE
           END-EVALUATE
           PERFORM WriteCheckResult.

       LoadSnackIds.
           MOVE ZEROES TO SnackIdCount
           MOVE 1 TO SnackRecNr
           END-PERFORM
           CLOSE ReceiptFile
           MOVE SPACES TO ReceiptDetails.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "IntegrityCheck" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE MealFileNameVar TO PvInputName
           MOVE "M" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "SnackCatalog.dat" TO PvInputName
           MOVE "B" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Recipes.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "FoodCatalog.dat" TO PvInputName
           MOVE "B" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "FoodReceiptLink.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "ReceiptControl.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE WHFileNameVar TO PvInputName
           MOVE "W" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "LeaveBalances.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
