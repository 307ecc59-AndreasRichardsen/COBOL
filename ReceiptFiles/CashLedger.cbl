       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashLedger.
       AUTHOR. Andreas Richardsen.

      * The wallet, reconciled. BankReconcile leaves cash-paid
      * receipts out because the bank never sees them; this is where
      * they are accounted for. CashLedger.dat holds the cash coming
      * in -- ATM withdrawals (mode 1) and cash received (mode 2) --
      * and every HdrCashPay receipt header in Receipts.dat draws
      * the wallet down automatically, giving a running "should be
      * in the wallet" balance. Mode 3 counts the wallet: the
      * counted amount is recorded, and any difference from the
      * expected balance on that date is posted as an unexplained
      * row so the running balance restarts from the truth. The
      * ledger is kept per currency: a cash receipt with a
      * ReceiptFx.dat row draws down its original currency amount
      * instead of the kroner, so the euro wallet on a trip
      * reconciles on its own. Mode 4 writes CashLedger.rpt for a
      * period, per currency, with the opening balance, every
      * movement in date order and the closing balance. The wallet
      * starts at the first ledger row; cash receipts before it are
      * ignored. Archived years are read through with the currency
      * rows YearEndArchive keeps beside them in ReceiptFx.<year>.dat.
      * CashLedger.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CashFile ASSIGN TO "CashLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CashFileStatus.

           SELECT ReceiptFile ASSIGN DYNAMIC ReceiptFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS RRecNr
           FILE STATUS IS ReceiptFileStatus.

           SELECT ReceiptFx ASSIGN DYNAMIC FxFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReceiptFxStatus.

           SELECT CashReport ASSIGN TO "CashLedger.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SortWork ASSIGN TO "CashSort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD CashFile.
       01 CashRecord.
           88 EndOfCashFile     VALUE HIGH-VALUES.
           02 CLNr              PIC 9(5).
           02 CLDate            PIC 9(8).
           02 CLCurrency        PIC X(3).
           02 CLKind            PIC X.
              88 CLWithdrawal   VALUE "W".
              88 CLReceived     VALUE "R".
              88 CLCount        VALUE "C".
              88 CLUnexplained  VALUE "U".
      * signed: what the row did to the wallet; a count row holds
      * the counted amount and moves nothing
           02 CLAmount          PIC S9(6)V99.
           02 CLNote            PIC X(30).

       FD ReceiptFile.
       COPY "RCPTREC.cpy".

       FD ReceiptFx.
       01 ReceiptFxRecord.
           88 EndOfFxFile       VALUE HIGH-VALUES.
           02 FxRNr             PIC 9(5).
           02 FxCurrency        PIC X(3).
           02 FxOrigAmount      PIC 9(6)V99.
           02 FxRate            PIC 9(3)V9(4).

       FD CashReport.
       01 PrintLine             PIC X(90).

       SD SortWork.
       01 SortRecord.
           02 SrCurrency        PIC X(3).
           02 SrDate            PIC 9(8).
      * within a day: cash in, then spending, then the count
           02 SrOrder           PIC 9.
           02 SrNr              PIC 9(5).
           02 SrKind            PIC X.
           02 SrAmount          PIC S9(6)V99.
           02 SrText            PIC X(30).

       WORKING-STORAGE SECTION.
       01 CashFileStatus        PIC XX.
       01 ReceiptFxStatus       PIC XX.
       01 ReceiptFileNameVar    PIC X(60) VALUE "Receipts.dat".
       01 LiveFileName          PIC X(60).
       01 FxFileName            PIC X(30) VALUE "ReceiptFx.dat".
       01 RcptLayoutGen         PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 ReceiptFileStatus     PIC XX.
       01 RRecNr                PIC 9(5).
       01 HomeCurrency          PIC X(3) VALUE "NOK".
       01 RunMode               PIC X.
           88 WithdrawMode      VALUE "1".
           88 ReceivedMode      VALUE "2".
           88 CountMode         VALUE "3".
           88 ReportMode        VALUE "4".

       01 CashTable.
           02 CashEntry         OCCURS 1000 TIMES INDEXED BY CshIdx.
              03 CshImage       PIC X(55).
       01 CashCount             PIC 9(4) VALUE ZERO.
       01 MaxCashNr             PIC 9(5) VALUE ZERO.
       01 LedgerStart           PIC 9(8) VALUE ZERO.

       01 FxTable.
           02 FxEntry           OCCURS 500 TIMES INDEXED BY FxIdx.
              03 FxtNr          PIC 9(5).
              03 FxtCurrency    PIC X(3).
              03 FxtAmount      PIC 9(6)V99.
       01 FxCount               PIC 9(3) VALUE ZERO.

       01 CashRcptTable.
           02 CashRcptEntry     OCCURS 2000 TIMES INDEXED BY CrIdx.
              03 CrNr           PIC 9(5).
              03 CrDate         PIC 9(8).
              03 CrStore        PIC X(20).
              03 CrCurrency     PIC X(3).
              03 CrAmount       PIC S9(6)V99.
       01 CashRcptCount         PIC 9(4) VALUE ZERO.

       01 TodayDate             PIC 9(8).
       01 CurrentYear           PIC 9(4).
       01 ProbeYear             PIC 9(4).
       01 InputWS               PIC X(12).
       01 NumValue              PIC S9(6)V99.
       01 NumOk                 PIC X.
       01 DateInput             PIC X(8).
       01 DateOk                PIC X.
       01 CurrencyInput         PIC X(3).
       01 ExpectedBal           PIC S9(7)V99.
       01 CountedAmt            PIC S9(7)V99.
       01 DiffAmt               PIC S9(7)V99.
       01 AsOfDate              PIC 9(8).
       01 PeriodFrom            PIC 9(8).
       01 PeriodTo              PIC 9(8).

       01 CurrCurrency          PIC X(3).
       01 RunningBal            PIC S9(7)V99.
       01 PeriodIn              PIC S9(7)V99.
       01 PeriodOut             PIC S9(7)V99.
       01 PeriodUnexpl          PIC S9(7)V99.
       01 SortDone              PIC X.
           88 EndOfSortWork     VALUE "Y".
       01 MovementCount         PIC 9(5) VALUE ZERO.
       01 OpeningWritten        PIC X.

       01 ReportHeading.
           02 FILLER            PIC X(13) VALUE "Cash ledger, ".
           02 PrnHeadFrom       PIC 9(8).
           02 FILLER            PIC X(4) VALUE " to ".
           02 PrnHeadTo         PIC 9(8).
       01 CurrencyHeadLine.
           02 FILLER            PIC X(12) VALUE "-- Currency ".
           02 PrnCurrency       PIC X(3).
       01 MovementLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnMvDate         PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnMvKind         PIC X(12).
           02 PrnMvText         PIC X(30).
           02 PrnMvAmount       PIC ZZZZZZ9.99-.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnMvBalance      PIC ZZZZZZ9.99-.
       01 BalanceLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnBalText        PIC X(64).
           02 PrnBalAmount      PIC ZZZZZZ9.99-.
       01 Divider               PIC X(90) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           MOVE TodayDate(1:4) TO CurrentYear
           PERFORM LoadCashTable
           DISPLAY "1 = Withdrawal   2 = Cash received   "
              "3 = Count wallet   4 = Ledger report"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN WithdrawMode PERFORM EnterCashIn
              WHEN ReceivedMode PERFORM EnterCashIn
              WHEN CountMode    PERFORM CountWallet
              WHEN ReportMode   PERFORM WriteCashReport
              WHEN OTHER        DISPLAY "Unknown mode"
           END-EVALUATE
           GOBACK.

      * Withdrawals and cash received differ only in the kind.
       EnterCashIn.
           IF CashCount >= 999
              DISPLAY "Cash ledger full (1000 rows)"
              EXIT PARAGRAPH
           END-IF
           INITIALIZE CashRecord
           IF WithdrawMode
              MOVE "W" TO CLKind
           ELSE
              MOVE "R" TO CLKind
           END-IF
           PERFORM AcceptEntryDate
           MOVE DateInput TO CLDate
           PERFORM AcceptCurrency
           MOVE CurrencyInput TO CLCurrency
           DISPLAY "Amount (" CLCurrency ")"
           MOVE "N" TO NumOk
           PERFORM UNTIL NumOk = "Y"
              ACCEPT InputWS
              CALL "CheckNumber" USING InputWS, NumValue, NumOk
              IF NumOk NOT = "Y" OR NumValue NOT > ZERO
                 MOVE "N" TO NumOk
                 DISPLAY "Enter an amount above zero"
              END-IF
           END-PERFORM
           MOVE NumValue TO CLAmount
           IF CLWithdrawal
              DISPLAY "Note (e.g. ATM location, Enter = none)"
           ELSE
              DISPLAY "From whom / what for"
           END-IF
           ACCEPT CLNote
           PERFORM AppendCashRow
           DISPLAY "Posted " CLAmount " " CLCurrency " on " CLDate.

      * The expected balance on the count date against what is
      * really there; the gap is posted so the ledger matches the
      * wallet from here on.
       CountWallet.
           IF CashCount >= 998
              DISPLAY "Cash ledger full (1000 rows)"
              EXIT PARAGRAPH
           END-IF
           IF CashCount = ZERO
              DISPLAY "The ledger is empty -- the count is taken as "
                 "the opening balance"
           END-IF
           PERFORM AcceptEntryDate
           MOVE DateInput TO AsOfDate
           PERFORM AcceptCurrency
           DISPLAY "Counted amount in the wallet (" CurrencyInput ")"
           MOVE "N" TO NumOk
           PERFORM UNTIL NumOk = "Y"
              ACCEPT InputWS
              CALL "CheckNumber" USING InputWS, NumValue, NumOk
              IF NumOk NOT = "Y" OR NumValue < ZERO
                 MOVE "N" TO NumOk
                 DISPLAY "Enter the amount counted (0 or more)"
              END-IF
           END-PERFORM
           MOVE NumValue TO CountedAmt
      * the wallet is counted at the end of the day, after that
      * day's cash receipts
           MOVE ZEROES TO ExpectedBal
           IF CashCount = ZERO
              MOVE AsOfDate TO LedgerStart
           END-IF
           PERFORM GatherCashReceipts
           IF LayoutOkWS NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CshIdx FROM 1 BY 1
              UNTIL CshIdx > CashCount
              MOVE CshImage(CshIdx) TO CashRecord
              IF CLCurrency = CurrencyInput AND CLDate <= AsOfDate
                 AND NOT CLCount
                 ADD CLAmount TO ExpectedBal
              END-IF
           END-PERFORM
           PERFORM VARYING CrIdx FROM 1 BY 1
              UNTIL CrIdx > CashRcptCount
              IF CrCurrency(CrIdx) = CurrencyInput
                 AND CrDate(CrIdx) <= AsOfDate
                 SUBTRACT CrAmount(CrIdx) FROM ExpectedBal
              END-IF
           END-PERFORM
           COMPUTE DiffAmt = CountedAmt - ExpectedBal
           DISPLAY "Expected " ExpectedBal ", counted " CountedAmt
              ", difference " DiffAmt

           INITIALIZE CashRecord
           MOVE AsOfDate TO CLDate
           MOVE CurrencyInput TO CLCurrency
           MOVE "C" TO CLKind
           MOVE CountedAmt TO CLAmount
           MOVE "Wallet counted" TO CLNote
           PERFORM AppendCashRow
           IF DiffAmt NOT = ZERO
              INITIALIZE CashRecord
              MOVE AsOfDate TO CLDate
              MOVE CurrencyInput TO CLCurrency
              MOVE "U" TO CLKind
              MOVE DiffAmt TO CLAmount
              IF CashCount = 1
                 MOVE "Opening balance" TO CLNote
              ELSE
                 MOVE "Unexplained at count" TO CLNote
              END-IF
              PERFORM AppendCashRow
              DISPLAY "Posted " DiffAmt " " CLCurrency
                 " as unexplained cash"
           END-IF.

       AppendCashRow.
           ADD 1 TO MaxCashNr
           MOVE MaxCashNr TO CLNr
           ADD 1 TO CashCount
           MOVE CashRecord TO CshImage(CashCount)
           PERFORM SaveCashTable.

       WriteCashReport.
           IF CashCount = ZERO
              DISPLAY "The cash ledger is empty -- enter a withdrawal "
                 "or count the wallet first"
              EXIT PARAGRAPH
           END-IF
           MOVE TodayDate(1:6) TO DateInput
           MOVE "01" TO DateInput(7:2)
           DISPLAY "Period from (YYYYMMDD, Enter = " DateInput(1:8)
              ")"
           PERFORM AcceptOptionalDate
           MOVE DateInput TO PeriodFrom
           MOVE TodayDate TO DateInput
           DISPLAY "Period to (YYYYMMDD, Enter = today)"
           PERFORM AcceptOptionalDate
           MOVE DateInput TO PeriodTo
           PERFORM GatherCashReceipts
           IF LayoutOkWS NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           PERFORM StartProvenance
           OPEN OUTPUT CashReport
           MOVE PeriodFrom TO PrnHeadFrom
           MOVE PeriodTo TO PrnHeadTo
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           SORT SortWork
              ON ASCENDING KEY SrCurrency, SrDate, SrOrder, SrNr
              INPUT PROCEDURE IS ReleaseMovements
              OUTPUT PROCEDURE IS PrintMovements
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           CLOSE CashReport
           MOVE "CashLedger.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY MovementCount " movement(s) in the period -- "
              "written to CashLedger.rpt".

       ReleaseMovements.
           PERFORM VARYING CshIdx FROM 1 BY 1
              UNTIL CshIdx > CashCount
              MOVE CshImage(CshIdx) TO CashRecord
              IF CLDate <= PeriodTo
                 MOVE CLCurrency TO SrCurrency
                 MOVE CLDate TO SrDate
                 IF CLCount OR CLUnexplained
                    MOVE 3 TO SrOrder
                 ELSE
                    MOVE 1 TO SrOrder
                 END-IF
                 MOVE CLNr TO SrNr
                 MOVE CLKind TO SrKind
                 MOVE CLAmount TO SrAmount
                 MOVE CLNote TO SrText
                 RELEASE SortRecord
              END-IF
           END-PERFORM
           PERFORM VARYING CrIdx FROM 1 BY 1
              UNTIL CrIdx > CashRcptCount
              IF CrDate(CrIdx) <= PeriodTo
                 MOVE CrCurrency(CrIdx) TO SrCurrency
                 MOVE CrDate(CrIdx) TO SrDate
                 MOVE 2 TO SrOrder
                 MOVE CrNr(CrIdx) TO SrNr
                 MOVE "S" TO SrKind
                 COMPUTE SrAmount = 0 - CrAmount(CrIdx)
                 MOVE CrStore(CrIdx) TO SrText
                 RELEASE SortRecord
              END-IF
           END-PERFORM.

      * Movements before the period only build the opening balance;
      * each currency gets its own block.
       PrintMovements.
           MOVE SPACES TO CurrCurrency
           MOVE "N" TO SortDone
           RETURN SortWork
              AT END SET EndOfSortWork TO TRUE
           END-RETURN
           PERFORM UNTIL EndOfSortWork
              IF SrCurrency NOT = CurrCurrency
                 IF CurrCurrency NOT = SPACES
                    PERFORM WriteCurrencyClose
                 END-IF
                 MOVE SrCurrency TO CurrCurrency
                 MOVE ZEROES TO RunningBal, PeriodIn, PeriodOut,
                    PeriodUnexpl
                 MOVE "N" TO OpeningWritten
                 MOVE CurrCurrency TO PrnCurrency
                 WRITE PrintLine FROM CurrencyHeadLine
                    AFTER ADVANCING 2 LINES
              END-IF
              PERFORM ApplyMovement
              RETURN SortWork
                 AT END SET EndOfSortWork TO TRUE
              END-RETURN
           END-PERFORM
           IF CurrCurrency NOT = SPACES
              PERFORM WriteCurrencyClose
           END-IF.

       ApplyMovement.
           IF SrDate < PeriodFrom
              IF SrKind NOT = "C"
                 ADD SrAmount TO RunningBal
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF OpeningWritten = "N"
              PERFORM WriteOpeningLine
           END-IF
           ADD 1 TO MovementCount
           EVALUATE SrKind
              WHEN "W"
                 MOVE "Withdrawal" TO PrnMvKind
                 ADD SrAmount TO RunningBal, PeriodIn
              WHEN "R"
                 MOVE "Received" TO PrnMvKind
                 ADD SrAmount TO RunningBal, PeriodIn
              WHEN "S"
                 MOVE "Spent" TO PrnMvKind
                 ADD SrAmount TO RunningBal, PeriodOut
              WHEN "U"
                 MOVE "Unexplained" TO PrnMvKind
                 ADD SrAmount TO RunningBal, PeriodUnexpl
              WHEN OTHER
                 MOVE "Counted" TO PrnMvKind
           END-EVALUATE
           MOVE SrDate TO PrnMvDate
           MOVE SrText TO PrnMvText
           MOVE SrAmount TO PrnMvAmount
           MOVE RunningBal TO PrnMvBalance
           WRITE PrintLine FROM MovementLine AFTER ADVANCING 1 LINE.

       WriteOpeningLine.
           MOVE "Y" TO OpeningWritten
           MOVE "Opening balance" TO PrnBalText
           MOVE RunningBal TO PrnBalAmount
           WRITE PrintLine FROM BalanceLine AFTER ADVANCING 1 LINE.

       WriteCurrencyClose.
           IF OpeningWritten = "N"
              PERFORM WriteOpeningLine
           END-IF
           MOVE "Cash in during the period" TO PrnBalText
           MOVE PeriodIn TO PrnBalAmount
           WRITE PrintLine FROM BalanceLine AFTER ADVANCING 1 LINE
           MOVE "Cash receipts during the period" TO PrnBalText
           MOVE PeriodOut TO PrnBalAmount
           WRITE PrintLine FROM BalanceLine AFTER ADVANCING 1 LINE
           MOVE "Unexplained (posted at counts)" TO PrnBalText
           MOVE PeriodUnexpl TO PrnBalAmount
           WRITE PrintLine FROM BalanceLine AFTER ADVANCING 1 LINE
           MOVE "Should be in the wallet" TO PrnBalText
           MOVE RunningBal TO PrnBalAmount
           WRITE PrintLine FROM BalanceLine AFTER ADVANCING 1 LINE.

      * Every cash-paid header from the first ledger day on: the
      * archived years first, then the live file. Each receipt file
      * is read with its own FX rows -- ReceiptFx.<year>.dat for an
      * archive, ReceiptFx.dat for the live file -- so a foreign-
      * currency receipt lands in its own wallet either way.
       GatherCashReceipts.
           MOVE ZEROES TO CashRcptCount
           ACCEPT ReceiptFileNameVar FROM ENVIRONMENT "RECEIPTFILE"
           IF ReceiptFileNameVar = SPACES
              MOVE "Receipts.dat" TO ReceiptFileNameVar
           END-IF
           CALL "CheckLayoutVersion" USING ReceiptFileNameVar,
              RcptLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run ReceiptMigrate before opening this file"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE ReceiptFileNameVar TO LiveFileName
           MOVE LedgerStart(1:4) TO ProbeYear
           PERFORM UNTIL ProbeYear >= CurrentYear
              MOVE SPACES TO ReceiptFileNameVar, FxFileName
              STRING "Receipts." DELIMITED BY SIZE
                 ProbeYear DELIMITED BY SIZE
                 ".dat" DELIMITED BY SIZE
                 INTO ReceiptFileNameVar
              END-STRING
              STRING "ReceiptFx." DELIMITED BY SIZE
                 ProbeYear DELIMITED BY SIZE
                 ".dat" DELIMITED BY SIZE
                 INTO FxFileName
              END-STRING
              PERFORM LoadFxTable
              PERFORM ScanOneReceiptFile
              ADD 1 TO ProbeYear
           END-PERFORM
           MOVE LiveFileName TO ReceiptFileNameVar
           MOVE "ReceiptFx.dat" TO FxFileName
           PERFORM LoadFxTable
           PERFORM ScanOneReceiptFile.

       ScanOneReceiptFile.
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
              IF NOT EndOfReceipt AND RHeaderRecord AND HdrCashPay
                 AND HdrDate >= LedgerStart
                 AND CashRcptCount < 2000
                 PERFORM KeepCashReceipt
              END-IF
           END-PERFORM
           CLOSE ReceiptFile
           MOVE SPACES TO ReceiptDetails.

       KeepCashReceipt.
           ADD 1 TO CashRcptCount
           SET CrIdx TO CashRcptCount
           MOVE HdrNr TO CrNr(CrIdx)
           MOVE HdrDate TO CrDate(CrIdx)
           MOVE HdrStore TO CrStore(CrIdx)
           MOVE HomeCurrency TO CrCurrency(CrIdx)
           MOVE HdrTotal TO CrAmount(CrIdx)
           PERFORM VARYING FxIdx FROM 1 BY 1
              UNTIL FxIdx > FxCount
              IF FxtNr(FxIdx) = HdrNr
                 MOVE FxtCurrency(FxIdx) TO CrCurrency(CrIdx)
                 MOVE FxtAmount(FxIdx) TO CrAmount(CrIdx)
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       LoadFxTable.
           MOVE ZEROES TO FxCount
           OPEN INPUT ReceiptFx
           IF ReceiptFxStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ ReceiptFx
              AT END SET EndOfFxFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfFxFile OR FxCount >= 500
              ADD 1 TO FxCount
              SET FxIdx TO FxCount
              MOVE FxRNr TO FxtNr(FxIdx)
              MOVE FxCurrency TO FxtCurrency(FxIdx)
              MOVE FxOrigAmount TO FxtAmount(FxIdx)
              READ ReceiptFx
                 AT END SET EndOfFxFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE ReceiptFx.

       AcceptEntryDate.
           MOVE "N" TO DateOk
           PERFORM UNTIL DateOk = "Y"
              DISPLAY "Date (YYYYMMDD, Enter = today)"
              ACCEPT DateInput
              IF DateInput = SPACES
                 MOVE TodayDate TO DateInput
              END-IF
              CALL "CheckDate" USING DateInput, DateOk
              IF DateOk NOT = "Y"
                 DISPLAY "Enter a valid date"
              END-IF
           END-PERFORM.

      * DateInput arrives holding the default for an empty answer.
       AcceptOptionalDate.
           MOVE DateInput TO AsOfDate
           MOVE "N" TO DateOk
           PERFORM UNTIL DateOk = "Y"
              ACCEPT DateInput
              IF DateInput = SPACES
                 MOVE AsOfDate TO DateInput
              END-IF
              CALL "CheckDate" USING DateInput, DateOk
              IF DateOk NOT = "Y"
                 DISPLAY "Enter a valid date"
              END-IF
           END-PERFORM.

       AcceptCurrency.
           DISPLAY "Currency (Enter = " HomeCurrency ")"
           ACCEPT CurrencyInput
           IF CurrencyInput = SPACES
              MOVE HomeCurrency TO CurrencyInput
           END-IF
           MOVE FUNCTION UPPER-CASE(CurrencyInput) TO CurrencyInput.

       LoadCashTable.
           MOVE ZEROES TO CashCount, MaxCashNr, LedgerStart
           OPEN INPUT CashFile
           IF CashFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ CashFile
              AT END SET EndOfCashFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCashFile OR CashCount >= 1000
              ADD 1 TO CashCount
              MOVE CashRecord TO CshImage(CashCount)
              IF CLNr > MaxCashNr
                 MOVE CLNr TO MaxCashNr
              END-IF
              IF LedgerStart = ZERO OR CLDate < LedgerStart
                 MOVE CLDate TO LedgerStart
              END-IF
              READ CashFile
                 AT END SET EndOfCashFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE CashFile.

       SaveCashTable.
           OPEN OUTPUT CashFile
           PERFORM VARYING CshIdx FROM 1 BY 1
              UNTIL CshIdx > CashCount
              MOVE CshImage(CshIdx) TO CashRecord
              WRITE CashRecord
           END-PERFORM
           CLOSE CashFile.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "CashLedger" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "CashLedger.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "ReceiptFx.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
