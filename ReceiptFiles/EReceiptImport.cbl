      * keep the chain's text) and the answer is remembered for every
      * later import. Clean lines are appended to StagedEntries.dat
      * as R lines for BulkLoader's existing validate-and-commit
      * pass; bad lines are queued as open entries on the
      * EReceiptRejects.dat worklist through RejectQueue (a line
      * already open there is not added twice), where
      * RejectWorkbench corrects and resubmits or discards them. The
      * ERECEIPTFILE environment variable names another export file
      * -- that is how the workbench sends a corrected line back
      * through these rules. The export is checked against the
      * import register (ImportRegister) before it is read -- one
      * already loaded is refused, with return code 8, unless the
      * operator overrides -- and afterwards registered and moved to
      * Imported/.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EReceiptFile ASSIGN DYNAMIC EReceiptFileNameVar
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EReceiptStatus.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StagingStatus.

       DATA DIVISION.
       FILE SECTION.
       FD EReceiptFile.
       FD StagingFile.
       01 StagingLine           PIC X(200).

       WORKING-STORAGE SECTION.
       01 EReceiptStatus        PIC XX.
       01 EReceiptFileNameVar   PIC X(60) VALUE "EReceipt.csv".
       01 SkuMapStatus          PIC XX.
       01 ItemMasterStatus      PIC XX.
       01 StagingStatus         PIC XX.
       01 StagedType            PIC X(7).
       01 PriceText             PIC X(12).
       01 AmountText            PIC X(12).
       COPY "REJQREQ.cpy".
       COPY "IMPREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT EReceiptFileNameVar FROM ENVIRONMENT "ERECEIPTFILE"
           IF EReceiptFileNameVar = SPACES
              MOVE "EReceipt.csv" TO EReceiptFileNameVar
           END-IF
           MOVE "C" TO IrAction
           MOVE "EReceiptImport" TO IrProgramName
           MOVE EReceiptFileNameVar TO IrFileName
           MOVE ";" TO IrSeparator
           CALL "ImportRegister" USING ImportRegisterRequest
           IF IrRefused
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT EReceiptFile
           IF EReceiptStatus NOT = "00"
              DISPLAY FUNCTION TRIM(EReceiptFileNameVar)
                 " not found -- nothing to import"
              STOP RUN
           END-IF

              CLOSE StagingFile
              OPEN EXTEND StagingFile
           END-IF

           READ EReceiptFile
              AT END SET EndOfEReceipt TO TRUE

           CLOSE EReceiptFile
           CLOSE StagingFile
           PERFORM SaveSkuMap
           DISPLAY "Staged " StagedCount " lines, rejected "
              RejectCount " (see EReceiptRejects.dat)"
           MOVE "R" TO IrAction
           MOVE StagedCount TO IrLoadedCount
           MOVE RejectCount TO IrRejectedCount
           CALL "ImportRegister" USING ImportRegisterRequest
           IF IrArchiveName NOT = SPACES
              DISPLAY "Input moved to " FUNCTION TRIM(IrArchiveName)
           END-IF
           DISPLAY "Run BulkLoader to validate and post them"
           MOVE ZEROES TO RETURN-CODE
           STOP RUN.

       ProcessEReceiptLine.

       WriteReject.
           ADD 1 TO RejectCount
           MOVE "EReceiptRejects.dat" TO RqFileName
           MOVE RejectReason TO RqReason
           MOVE EReceiptLine TO RqLine
           CALL "RejectQueue" USING RejectQueueRequest.

       LoadSkuMap.
           MOVE ZEROES TO MapCount
