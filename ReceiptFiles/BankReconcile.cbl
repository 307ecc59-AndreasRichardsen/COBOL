      * cash or invoice can never appear on the card statement, so
      * they are left out of the match instead of padding the
      * unmatched list, and a per-method monthly summary at the end
      * shows where the cash actually goes. The statement has no
      * duplicate rule of its own, so it is checked against the
      * import register (ImportRegister) before it is read -- one
      * already reconciled is refused, with return code 8, unless
      * the operator overrides -- and once the report is written it
      * is registered (lines read, lines skipped as unparsable)
      * and moved to Imported/. The amounts are MONEY figures: an
      * operator without the MONEY class (FigureMask) gets "****"
      * for them, with dates, descriptions and receipt numbers left
      * to work the leftovers from.
      * Reconcile.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnBnkDesc        PIC X(40).
           02 PrnBnkAmount      PIC ZZZZZ9.99-.
           02 PrnBnkAmountMask REDEFINES PrnBnkAmount
                                PIC X(10) JUSTIFIED RIGHT.

       01 RcptDetailLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnRcpNr          PIC 9(5).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnRcpAmount      PIC ZZZZZ9.99-.
           02 PrnRcpAmountMask REDEFINES PrnRcpAmount
                                PIC X(10) JUSTIFIED RIGHT.

       01 SectionLine           PIC X(60).
       01 Divider               PIC X(80) VALUE ALL "*".
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnMtLabel        PIC X(8).
           02 PrnMtTotal        PIC ZZZZZ9.99-.
           02 PrnMtTotalMask REDEFINES PrnMtTotal
                                PIC X(10) JUSTIFIED RIGHT.

       01 SkippedLines          PIC 9(3) VALUE ZERO.

       COPY "PROVREQ.cpy".
       COPY "IMPREQ.cpy".
       COPY "MASKREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
              DISPLAY "Run ReceiptMigrate before opening this file"
              STOP RUN
           END-IF
           MOVE "C" TO IrAction
           MOVE "BankReconcile" TO IrProgramName
           MOVE "BankStatement.csv" TO IrFileName
           MOVE "," TO IrSeparator
           CALL "ImportRegister" USING ImportRegisterRequest
           IF IrRefused
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY "Match tolerance (default 0.05, Enter keeps it)"
           ACCEPT ParsedAmount
           DISPLAY "Matched " MatchedCount " of " BankCount
              " statement lines (" SkippedCash " cash/invoice "
              "receipts left out); report in Reconcile.rpt"
           MOVE "R" TO IrAction
           MOVE BankCount TO IrLoadedCount
           MOVE SkippedLines TO IrRejectedCount
           CALL "ImportRegister" USING ImportRegisterRequest
           IF IrArchiveName NOT = SPACES
              DISPLAY "Statement moved to "
                 FUNCTION TRIM(IrArchiveName)
           END-IF
           STOP RUN.

       LoadBankStatement.
              ELSE
                 DISPLAY "Skipped unparsable line: "
                    FUNCTION TRIM(BankLine)
                 ADD 1 TO SkippedLines
              END-IF
              READ BankFile
                 AT END SET EndOfBankFile TO TRUE
           END-PERFORM.

       WriteReconcileReport.
           PERFORM StartProvenance
           MOVE "BankReconcile" TO FmProgramName
           MOVE "Reconcile.rpt" TO FmOutputName
           MOVE "N" TO FmCarriesPay
           MOVE "Y" TO FmCarriesMoney
           CALL "FigureMask" USING FigureMaskRequest
           OPEN OUTPUT ReconcileReport
           MOVE "Bank reconciliation" TO SectionLine
           WRITE PrintLine FROM SectionLine AFTER ADVANCING 1 LINE
                 MOVE BnkDate(BnkIdx) TO PrnBnkDate
                 MOVE BnkDesc(BnkIdx) TO PrnBnkDesc
                 MOVE BnkAmount(BnkIdx) TO PrnBnkAmount
                 IF FmMaskMoney
                    MOVE FmMaskText TO PrnBnkAmountMask
                 END-IF
                 WRITE PrintLine FROM BankDetailLine
                    AFTER ADVANCING 1 LINE
              END-IF
                 MOVE HTStore(HdIdx) TO PrnRcpStore
                 MOVE HTNr(HdIdx) TO PrnRcpNr
                 MOVE HTTotal(HdIdx) TO PrnRcpAmount
                 IF FmMaskMoney
                    MOVE FmMaskText TO PrnRcpAmountMask
                 END-IF
                 WRITE PrintLine FROM RcptDetailLine
                    AFTER ADVANCING 1 LINE
              END-IF
           END-IF

           PERFORM WriteMethodSummary
           CLOSE ReconcileReport
           MOVE "Reconcile.rpt" TO PvReportName
           PERFORM StampProvenance.

       TallyPayMethod.
           MOVE HdrPayMethod TO TallyMethod
                 WHEN OTHER MOVE "card" TO PrnMtLabel
              END-EVALUATE
              MOVE MtTotal(MthIdx) TO PrnMtTotal
              IF FmMaskMoney
                 MOVE FmMaskText TO PrnMtTotalMask
              END-IF
              WRITE PrintLine FROM MethodLine AFTER ADVANCING 1 LINE
           END-PERFORM
           IF MethodCount = ZERO
              MOVE "  (none)" TO SectionLine
              WRITE PrintLine FROM SectionLine AFTER ADVANCING 1 LINE
           END-IF.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "BankReconcile" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "BankStatement.csv" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
