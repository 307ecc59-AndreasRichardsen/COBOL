       IDENTIFICATION DIVISION.
       PROGRAM-ID. NetWorth.
       AUTHOR. Andreas Richardsen.

      * The balance sheet of the household. Accounts.dat registers
      * every account worth tracking -- current account, savings,
      * pension, card debt, loans, and things like the car's
      * estimated value -- each marked as an asset or a liability.
      * AccountBalances.dat holds dated balance entries against them
      * (liabilities entered as the amount owed, a positive figure).
      * Mode 1 adds, renames or closes an account, mode 2 enters a
      * balance for any date; the month-end entry of every open
      * account is made by the MonthEndBalances step of
      * MonthEndRunner. Mode 3 writes NetWorth.rpt for a month: each
      * account at this and last month-end (the latest entry on or
      * before that day), assets, liabilities and net worth, and the
      * month-over-month change split into income (net pay recorded
      * by PayStatementWriter in Payslips.dat for the month),
      * spending (the month's receipt totals from Receipts.dat or
      * its archive) and whatever is left unexplained -- interest,
      * value changes, money moved outside both. An employer with no
      * payslip keyed for the month counts at the net its pay
      * statement computed (StatementNets.dat), and the income line
      * says so. A month of a closed year reads Receipts.<year>.dat
      * and then Receipts.dat, since receipts keyed after the
      * archive run stay in the live file. Each report run
      * records the month's figures in NetWorthHistory.dat, and the
      * last twelve snapshots close the report as a trend.
      * Balances, totals, the split and the trend are MONEY figures:
      * an operator without the MONEY class (FigureMask) gets "****"
      * for each of them, with account names and months as usual.
      * NetWorth.rpt ends with the ReportProvenance block: operator, run
      * time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccountFile ASSIGN TO "Accounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AccountFileStatus.

           SELECT BalanceFile ASSIGN TO "AccountBalances.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BalanceFileStatus.

           SELECT HistoryFile ASSIGN TO "NetWorthHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HistoryFileStatus.

           SELECT PayslipFile ASSIGN TO "Payslips.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PayslipFileStatus.

           SELECT NetFile ASSIGN TO "StatementNets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NetFileStatus.

           SELECT EmployerFile ASSIGN TO "Employers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EmployerFileStatus.

           SELECT ReceiptFile ASSIGN DYNAMIC ReceiptFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS RRecNr
           FILE STATUS IS ReceiptFileStatus.

           SELECT NetWorthRpt ASSIGN TO "NetWorth.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AccountFile.
       01 AccountRecord.
           88 EndOfAccountFile  VALUE HIGH-VALUES.
           02 AcCode            PIC X(6).
           02 AcName            PIC X(24).
           02 AcSide            PIC X.
              88 AcAsset        VALUE "A".
              88 AcLiability    VALUE "L".
      * CURRENT, SAVINGS, PENSION, CARD, LOAN, VEHICLE, OTHER
           02 AcKind            PIC X(8).
           02 AcOpen            PIC X.
              88 AcIsOpen       VALUE "Y".

       FD BalanceFile.
       01 BalanceRecord.
           88 EndOfBalanceFile  VALUE HIGH-VALUES.
           02 AbCode            PIC X(6).
           02 AbDate            PIC 9(8).
           02 AbAmount          PIC 9(9)V99.
           02 AbEntered         PIC 9(8).

       FD HistoryFile.
       01 HistoryRecord.
           88 EndOfHistoryFile  VALUE HIGH-VALUES.
           02 NhMonth           PIC 9(6).
           02 NhAssets          PIC 9(9)V99.
           02 NhLiabilities     PIC 9(9)V99.
           02 NhNet             PIC S9(9)V99.
           02 NhRunDate         PIC 9(8).

       FD PayslipFile.
       01 PayslipRecord.
           88 EndOfPayslipFile  VALUE HIGH-VALUES.
           02 PSPeriod          PIC 9(6).
           02 PSGross           PIC 9(7)V99.
           02 PSOvertime        PIC 9(6)V99.
           02 PSStandby         PIC 9(6)V99.
           02 PSTax             PIC 9(6)V99.
           02 PSPension         PIC 9(6)V99.
           02 PSUnion           PIC 9(4)V99.
           02 PSNet             PIC 9(7)V99.
           02 PSEntered         PIC 9(8).
           02 PSEmployer        PIC X(6).

      * PayStatementWriter's computed gross and net per period and
      * employer.
       FD NetFile.
       01 NetRecord.
           88 EndOfNetFile      VALUE HIGH-VALUES.
           02 NtPeriod          PIC 9(6).
           02 NtEmployer        PIC X(6).
           02 NtGross           PIC 9(7)V99.
           02 NtNet             PIC 9(7)V99.
           02 NtWritten         PIC 9(8).

       FD EmployerFile.
       01 EmployerRecord.
           88 EndOfEmployerFile VALUE HIGH-VALUES.
           COPY "EMPLOYREC.cpy".

       FD ReceiptFile.
       COPY "RCPTREC.cpy".

       FD NetWorthRpt.
       01 PrintLine             PIC X(100).

       WORKING-STORAGE SECTION.
       01 AccountFileStatus     PIC XX.
       01 BalanceFileStatus     PIC XX.
       01 HistoryFileStatus     PIC XX.
       01 PayslipFileStatus     PIC XX.
       01 NetFileStatus         PIC XX.
       01 EmployerFileStatus    PIC XX.
       01 ReceiptFileNameVar    PIC X(60) VALUE "Receipts.dat".
       01 LiveReceiptName       PIC X(60).
       01 ArchiveReceiptName    PIC X(60).
       01 RcptLayoutGen         PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 ReceiptFileStatus     PIC XX.
       01 RRecNr                PIC 9(5).
       01 RunMode               PIC X.
           88 AccountMode       VALUE "1".
           88 BalanceMode       VALUE "2".
           88 ReportMode        VALUE "3".

       01 AccountTable.
           02 AccountEntry      OCCURS 50 TIMES INDEXED BY AccIdx.
              03 AccImage       PIC X(40).
       01 AccountCount          PIC 9(2) VALUE ZERO.
       01 BalanceTable.
           02 BalanceEntry      OCCURS 3000 TIMES INDEXED BY BalIdx.
              03 BalImage       PIC X(33).
       01 BalanceCount          PIC 9(4) VALUE ZERO.
       01 HistoryTable.
           02 HistoryEntry      OCCURS 600 TIMES INDEXED BY HisIdx.
              03 HisImage       PIC X(47).
       01 HistoryCount          PIC 9(3) VALUE ZERO.
       01 TrendStart            PIC 9(3).

       01 TodayDate             PIC 9(8).
       01 InputWS               PIC X(15).
       01 CodeInput             PIC X(6).
       01 AmountValue           PIC S9(9)V99.
       01 AmountOk              PIC X.
       01 DateInput             PIC X(8).
       01 DateOk                PIC X.
       01 FoundAccount          PIC X.
       01 BalanceStored         PIC X.
       01 MonthInput            PIC X(6).
       01 ReportMonth           PIC 9(6).
       01 PrevMonth             PIC 9(6).
       01 MonthEndDate          PIC 9(8).
       01 PrevEndDate           PIC 9(8).
       01 FirstOfMonth          PIC 9(8).
       01 FirstOfNext           PIC 9(8).
       01 NextYear              PIC 9(4).
       01 NextMonth             PIC 9(2).
       01 LookupCode            PIC X(6).
       01 LookupDate            PIC 9(8).
       01 LookupAmount          PIC 9(9)V99.
       01 LookupEntryDate       PIC 9(8).
       01 CurrEntryDate         PIC 9(8).
       01 CurrBalance           PIC 9(9)V99.
       01 PrevBalance           PIC 9(9)V99.
       01 AccountChange         PIC S9(9)V99.
       01 AssetsNow             PIC 9(9)V99.
       01 AssetsPrev            PIC 9(9)V99.
       01 LiabNow               PIC 9(9)V99.
       01 LiabPrev              PIC 9(9)V99.
       01 NetNow                PIC S9(9)V99.
       01 NetPrev               PIC S9(9)V99.
       01 NetChange             PIC S9(9)V99.
       01 IncomeKr              PIC S9(9)V99.
       01 ComputedKr            PIC S9(9)V99.
       01 MainEmpCode           PIC X(6).
       01 SlipEmpCode           PIC X(6).
       01 SlipEmpTable.
           02 SlipEmpEntry      OCCURS 9 TIMES INDEXED BY SeIdx.
              03 SeCode         PIC X(6).
       01 SlipEmpCount          PIC 9 VALUE ZERO.
       01 SlipEmpFound          PIC X.
       01 SpendingKr            PIC S9(9)V99.
       01 UnexplainedKr         PIC S9(9)V99.
       01 PrevCovered           PIC 9(2).
       01 PrintedCount          PIC 9(2).

       01 ReportHeading.
           02 FILLER            PIC X(22) VALUE
              "Net worth at month-end".
           02 FILLER            PIC X VALUE SPACE.
           02 PrnHeadMonth      PIC 9(6).
           02 FILLER            PIC X(9) VALUE "  (as of ".
           02 PrnHeadDate       PIC 9(8).
           02 FILLER            PIC X VALUE ")".
       01 ColumnHeading.
           02 FILLER            PIC X(33) VALUE "  Account".
           02 FILLER            PIC X(9) VALUE "Kind".
           02 FILLER            PIC X(16) VALUE "     Last month".
           02 FILLER            PIC X(16) VALUE "     This month".
           02 FILLER            PIC X(15) VALUE "         Change".
       01 SideLine.
           02 FILLER            PIC X(3) VALUE "-- ".
           02 PrnSideText       PIC X(11).
       01 AccountLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnAcCode         PIC X(6).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnAcName         PIC X(24).
           02 PrnAcKind         PIC X(9).
           02 PrnAcPrev         PIC ZZZ,ZZZ,ZZ9.99-.
           02 PrnAcPrevMask REDEFINES PrnAcPrev
                                PIC X(15) JUSTIFIED RIGHT.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnAcNow          PIC ZZZ,ZZZ,ZZ9.99-.
           02 PrnAcNowMask REDEFINES PrnAcNow
                                PIC X(15) JUSTIFIED RIGHT.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnAcChange       PIC ZZZ,ZZZ,ZZ9.99-.
           02 PrnAcChangeMask REDEFINES PrnAcChange
                                PIC X(15) JUSTIFIED RIGHT.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnAcNote         PIC X(10).
       01 TotalLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnTotText        PIC X(40).
           02 PrnTotPrev        PIC ZZZ,ZZZ,ZZ9.99-.
           02 PrnTotPrevMask REDEFINES PrnTotPrev
                                PIC X(15) JUSTIFIED RIGHT.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnTotNow         PIC ZZZ,ZZZ,ZZ9.99-.
           02 PrnTotNowMask REDEFINES PrnTotNow
                                PIC X(15) JUSTIFIED RIGHT.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnTotChange      PIC ZZZ,ZZZ,ZZ9.99-.
           02 PrnTotChangeMask REDEFINES PrnTotChange
                                PIC X(15) JUSTIFIED RIGHT.
       01 SplitLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnSplitText      PIC X(40).
           02 PrnSplitAmount    PIC ZZZ,ZZZ,ZZ9.99-.
           02 PrnSplitAmountMask REDEFINES PrnSplitAmount
                                PIC X(15) JUSTIFIED RIGHT.
       01 TrendLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnTrMonth        PIC 9(6).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnTrAssets       PIC ZZZ,ZZZ,ZZ9.99.
           02 PrnTrAssetsMask REDEFINES PrnTrAssets
                                PIC X(14) JUSTIFIED RIGHT.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnTrLiab         PIC ZZZ,ZZZ,ZZ9.99.
           02 PrnTrLiabMask REDEFINES PrnTrLiab
                                PIC X(14) JUSTIFIED RIGHT.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnTrNet          PIC ZZZ,ZZZ,ZZ9.99-.
           02 PrnTrNetMask REDEFINES PrnTrNet
                                PIC X(15) JUSTIFIED RIGHT.
       01 TrendHeading.
           02 FILLER            PIC X(10) VALUE "  Month".
           02 FILLER            PIC X(16) VALUE "        Assets".
           02 FILLER            PIC X(16) VALUE "   Liabilities".
           02 FILLER            PIC X(15) VALUE "      Net worth".
       01 NoteLine              PIC X(100).
       01 Divider               PIC X(100) VALUE ALL "*".

       COPY "PROVREQ.cpy".
       COPY "MASKREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           PERFORM LoadAccountTable
           PERFORM LoadBalanceTable
           DISPLAY "1 = Maintain accounts   2 = Enter a balance   "
              "3 = Net-worth report"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN AccountMode PERFORM MaintainAccount
              WHEN BalanceMode PERFORM EnterOneBalance
              WHEN ReportMode  PERFORM WriteNetWorthReport
              WHEN OTHER       DISPLAY "Unknown mode"
           END-EVALUATE
           GOBACK.

      * A new code adds the account; an existing one can be renamed
      * or closed. Closed accounts keep their history but are no
      * longer asked for at month-end.
       MaintainAccount.
           PERFORM ListAccounts
           DISPLAY "Account code (up to 6 characters)"
           ACCEPT CodeInput
           MOVE FUNCTION UPPER-CASE(CodeInput) TO CodeInput
           IF CodeInput = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE CodeInput TO LookupCode
           PERFORM FindAccount
           IF FoundAccount = "Y"
              MOVE AccImage(AccIdx) TO AccountRecord
              DISPLAY "Name (Enter = " FUNCTION TRIM(AcName) ")"
              ACCEPT InputWS
              IF InputWS NOT = SPACES
                 MOVE InputWS TO AcName
              END-IF
              DISPLAY "Keep the account open? (Y/N, Enter = Y)"
              ACCEPT InputWS
              IF InputWS(1:1) = "N" OR InputWS(1:1) = "n"
                 MOVE "N" TO AcOpen
              ELSE
                 MOVE "Y" TO AcOpen
              END-IF
              MOVE AccountRecord TO AccImage(AccIdx)
           ELSE
              IF AccountCount >= 50
                 DISPLAY "Account register full (50 accounts)"
                 EXIT PARAGRAPH
              END-IF
              INITIALIZE AccountRecord
              MOVE CodeInput TO AcCode
              DISPLAY "Name"
              ACCEPT AcName
              MOVE SPACE TO AcSide
              PERFORM UNTIL AcAsset OR AcLiability
                 DISPLAY "A = asset   L = liability"
                 ACCEPT AcSide
                 MOVE FUNCTION UPPER-CASE(AcSide) TO AcSide
              END-PERFORM
              DISPLAY "Kind (CURRENT, SAVINGS, PENSION, CARD, LOAN, "
                 "VEHICLE, OTHER)"
              ACCEPT AcKind
              MOVE FUNCTION UPPER-CASE(AcKind) TO AcKind
              MOVE "Y" TO AcOpen
              ADD 1 TO AccountCount
              MOVE AccountRecord TO AccImage(AccountCount)
           END-IF
           PERFORM SaveAccountTable
           DISPLAY "Account " AcCode " saved".

       ListAccounts.
           PERFORM VARYING AccIdx FROM 1 BY 1
              UNTIL AccIdx > AccountCount
              MOVE AccImage(AccIdx) TO AccountRecord
              DISPLAY "  " AcCode " " AcName " " AcSide " " AcKind
                 WITH NO ADVANCING
              IF AcIsOpen
                 DISPLAY SPACE
              ELSE
                 DISPLAY " (closed)"
              END-IF
           END-PERFORM.

      * Any date, any account: opening balances, a mid-month
      * valuation, a correction. An entry on the same account and
      * date replaces the earlier one.
       EnterOneBalance.
           IF AccountCount = ZERO
              DISPLAY "No accounts yet -- add them with mode 1"
              EXIT PARAGRAPH
           END-IF
           PERFORM ListAccounts
           DISPLAY "Account code"
           ACCEPT CodeInput
           MOVE FUNCTION UPPER-CASE(CodeInput) TO CodeInput
           MOVE CodeInput TO LookupCode
           PERFORM FindAccount
           IF FoundAccount NOT = "Y"
              DISPLAY "No account " CodeInput
              EXIT PARAGRAPH
           END-IF
           MOVE AccImage(AccIdx) TO AccountRecord
           MOVE "N" TO DateOk
           PERFORM UNTIL DateOk = "Y"
              DISPLAY "Balance date (YYYYMMDD, Enter = today)"
              ACCEPT DateInput
              IF DateInput = SPACES
                 MOVE TodayDate TO DateInput
              END-IF
              CALL "CheckDate" USING DateInput, DateOk
              IF DateOk NOT = "Y"
                 DISPLAY "Enter a valid date"
              END-IF
           END-PERFORM
           IF AcLiability
              DISPLAY "Amount owed on " FUNCTION TRIM(AcName)
           ELSE
              DISPLAY "Balance / value of " FUNCTION TRIM(AcName)
           END-IF
           MOVE "N" TO AmountOk
           PERFORM UNTIL AmountOk = "Y"
              ACCEPT InputWS
              PERFORM CheckAmountInput
              IF AmountOk NOT = "Y"
                 DISPLAY "Enter an amount of 0 or more"
              END-IF
           END-PERFORM
           MOVE AcCode TO AbCode
           MOVE DateInput TO AbDate
           MOVE AmountValue TO AbAmount
           MOVE TodayDate TO AbEntered
           PERFORM StoreBalanceEntry
           IF BalanceStored = "Y"
              PERFORM SaveBalanceTable
              DISPLAY "Balance " AbAmount " recorded for " AbCode
                 " on " AbDate
           END-IF.

       CheckAmountInput.
           MOVE "N" TO AmountOk
           IF InputWS NOT = SPACES
              AND FUNCTION TEST-NUMVAL(InputWS) = ZERO
              COMPUTE AmountValue = FUNCTION NUMVAL(InputWS)
              IF AmountValue >= ZERO
                 MOVE "Y" TO AmountOk
              END-IF
           END-IF.

      * Replaces an entry on the same account and date, else adds
      * one.
       StoreBalanceEntry.
           MOVE "Y" TO BalanceStored
           PERFORM VARYING BalIdx FROM 1 BY 1
              UNTIL BalIdx > BalanceCount
              IF BalImage(BalIdx)(1:14) = BalanceRecord(1:14)
                 MOVE BalanceRecord TO BalImage(BalIdx)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF BalanceCount >= 3000
              DISPLAY "Balance file full (3000 entries)"
              MOVE "N" TO BalanceStored
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO BalanceCount
           MOVE BalanceRecord TO BalImage(BalanceCount).

       WriteNetWorthReport.
           IF AccountCount = ZERO
              DISPLAY "No accounts yet -- add them with mode 1"
              EXIT PARAGRAPH
           END-IF
           PERFORM AcceptReportMonth
           PERFORM SetMonthBounds
           PERFORM ResolveReceiptFiles

           PERFORM StartProvenance
           MOVE "NetWorth" TO FmProgramName
           MOVE "NetWorth.rpt" TO FmOutputName
           MOVE "N" TO FmCarriesPay
           MOVE "Y" TO FmCarriesMoney
           CALL "FigureMask" USING FigureMaskRequest
           OPEN OUTPUT NetWorthRpt
           MOVE ReportMonth TO PrnHeadMonth
           MOVE MonthEndDate TO PrnHeadDate
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM ColumnHeading AFTER ADVANCING 1 LINE
           MOVE ZEROES TO AssetsNow, AssetsPrev, LiabNow, LiabPrev,
              PrevCovered
           MOVE "Assets" TO PrnSideText
           WRITE PrintLine FROM SideLine AFTER ADVANCING 2 LINES
           PERFORM VARYING AccIdx FROM 1 BY 1
              UNTIL AccIdx > AccountCount
              MOVE AccImage(AccIdx) TO AccountRecord
              IF AcAsset
                 PERFORM PrintAccountLine
              END-IF
           END-PERFORM
           MOVE "Total assets" TO PrnTotText
           MOVE AssetsPrev TO PrnTotPrev
           MOVE AssetsNow TO PrnTotNow
           COMPUTE PrnTotChange = AssetsNow - AssetsPrev
           PERFORM MaskTotalLine
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE

           MOVE "Liabilities" TO PrnSideText
           WRITE PrintLine FROM SideLine AFTER ADVANCING 2 LINES
           PERFORM VARYING AccIdx FROM 1 BY 1
              UNTIL AccIdx > AccountCount
              MOVE AccImage(AccIdx) TO AccountRecord
              IF AcLiability
                 PERFORM PrintAccountLine
              END-IF
           END-PERFORM
           MOVE "Total liabilities" TO PrnTotText
           MOVE LiabPrev TO PrnTotPrev
           MOVE LiabNow TO PrnTotNow
           COMPUTE PrnTotChange = LiabNow - LiabPrev
           PERFORM MaskTotalLine
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE

           COMPUTE NetNow = AssetsNow - LiabNow
           COMPUTE NetPrev = AssetsPrev - LiabPrev
           COMPUTE NetChange = NetNow - NetPrev
           MOVE "Net worth (assets minus liabilities)" TO PrnTotText
           MOVE NetPrev TO PrnTotPrev
           MOVE NetNow TO PrnTotNow
           MOVE NetChange TO PrnTotChange
           PERFORM MaskTotalLine
           WRITE PrintLine FROM Divider AFTER ADVANCING 2 LINES
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE

           PERFORM WriteChangeSplit
           PERFORM RecordSnapshot
           PERFORM WriteTrend
           WRITE PrintLine FROM Divider AFTER ADVANCING 2 LINES
           CLOSE NetWorthRpt
           MOVE "NetWorth.rpt" TO PvReportName
           PERFORM StampProvenance
           IF FmMaskMoney
              DISPLAY "Net worth " FmMaskText " at " MonthEndDate
                 " -- written to NetWorth.rpt"
           ELSE
              DISPLAY "Net worth " NetNow " at " MonthEndDate
                 " -- written to NetWorth.rpt"
           END-IF.

       MaskTotalLine.
           IF FmMaskMoney
              MOVE FmMaskText TO PrnTotPrevMask
              MOVE FmMaskText TO PrnTotNowMask
              MOVE FmMaskText TO PrnTotChangeMask
           END-IF.

       MaskSplitLine.
           IF FmMaskMoney
              MOVE FmMaskText TO PrnSplitAmountMask
           END-IF.

      * The live receipt file, and for a month of a closed year the
      * archive read ahead of it, named before the provenance block
      * opens so both appear in it.
       ResolveReceiptFiles.
           ACCEPT LiveReceiptName FROM ENVIRONMENT "RECEIPTFILE"
           IF LiveReceiptName = SPACES
              MOVE "Receipts.dat" TO LiveReceiptName
           END-IF
           MOVE SPACES TO ArchiveReceiptName
           IF ReportMonth(1:4) < TodayDate(1:4)
              STRING "Receipts." DELIMITED BY SIZE
                 ReportMonth(1:4) DELIMITED BY SIZE
                 ".dat" DELIMITED BY SIZE
                 INTO ArchiveReceiptName
              END-STRING
           END-IF
           MOVE LiveReceiptName TO ReceiptFileNameVar
           CALL "CheckLayoutVersion" USING ReceiptFileNameVar,
              RcptLayoutGen, LayoutOkWS.

       AcceptReportMonth.
           MOVE TodayDate(1:6) TO PrevMonth
           SUBTRACT 1 FROM PrevMonth
           IF PrevMonth(5:2) = "00"
              COMPUTE PrevMonth = PrevMonth - 100 + 12
           END-IF
           MOVE "N" TO DateOk
           PERFORM UNTIL DateOk = "Y"
              DISPLAY "Month (YYYYMM, Enter = " PrevMonth ")"
              ACCEPT MonthInput
              IF MonthInput = SPACES
                 MOVE PrevMonth TO MonthInput
              END-IF
              MOVE MonthInput TO DateInput
              MOVE "01" TO DateInput(7:2)
              CALL "CheckDate" USING DateInput, DateOk
              IF DateOk NOT = "Y"
                 DISPLAY "Enter a valid month"
              END-IF
           END-PERFORM
           MOVE MonthInput TO ReportMonth.

      * The month's last day, and the last day of the month before.
       SetMonthBounds.
           MOVE ReportMonth TO FirstOfMonth(1:6)
           MOVE "01" TO FirstOfMonth(7:2)
           MOVE ReportMonth(1:4) TO NextYear
           MOVE ReportMonth(5:2) TO NextMonth
           ADD 1 TO NextMonth
           IF NextMonth > 12
              MOVE 1 TO NextMonth
              ADD 1 TO NextYear
           END-IF
           COMPUTE FirstOfNext = NextYear * 10000 + NextMonth * 100 + 1
           COMPUTE MonthEndDate = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(FirstOfNext) - 1)
           COMPUTE PrevEndDate = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(FirstOfMonth) - 1)
           MOVE PrevEndDate(1:6) TO PrevMonth.

      * Closed accounts still print while they hold a balance in
      * either month, so closing one shows as a change.
       PrintAccountLine.
           MOVE AcCode TO LookupCode
           MOVE MonthEndDate TO LookupDate
           PERFORM BalanceAsOf
           MOVE LookupAmount TO CurrBalance
           MOVE LookupEntryDate TO CurrEntryDate
           MOVE PrevEndDate TO LookupDate
           PERFORM BalanceAsOf
           MOVE LookupAmount TO PrevBalance
           IF LookupEntryDate NOT = ZERO
              ADD 1 TO PrevCovered
           END-IF
           IF NOT AcIsOpen AND CurrBalance = ZERO
              AND PrevBalance = ZERO
              EXIT PARAGRAPH
           END-IF
           IF AcAsset
              ADD CurrBalance TO AssetsNow
              ADD PrevBalance TO AssetsPrev
           ELSE
              ADD CurrBalance TO LiabNow
              ADD PrevBalance TO LiabPrev
           END-IF
           COMPUTE AccountChange = CurrBalance - PrevBalance
           MOVE AcCode TO PrnAcCode
           MOVE AcName TO PrnAcName
           MOVE AcKind TO PrnAcKind
           MOVE PrevBalance TO PrnAcPrev
           MOVE CurrBalance TO PrnAcNow
           MOVE AccountChange TO PrnAcChange
           IF FmMaskMoney
              MOVE FmMaskText TO PrnAcPrevMask
              MOVE FmMaskText TO PrnAcNowMask
              MOVE FmMaskText TO PrnAcChangeMask
           END-IF
           MOVE SPACES TO PrnAcNote
           IF CurrEntryDate = ZERO
              MOVE "no entry" TO PrnAcNote
           ELSE
              IF CurrEntryDate <= PrevEndDate
                 MOVE "stale" TO PrnAcNote
              END-IF
           END-IF
           WRITE PrintLine FROM AccountLine AFTER ADVANCING 1 LINE.

      * The latest entry for LookupCode on or before LookupDate;
      * LookupEntryDate stays zero when there is none.
       BalanceAsOf.
           MOVE ZEROES TO LookupAmount, LookupEntryDate
           PERFORM VARYING BalIdx FROM 1 BY 1
              UNTIL BalIdx > BalanceCount
              MOVE BalImage(BalIdx) TO BalanceRecord
              IF AbCode = LookupCode AND AbDate <= LookupDate
                 AND AbDate >= LookupEntryDate
                 MOVE AbDate TO LookupEntryDate
                 MOVE AbAmount TO LookupAmount
              END-IF
           END-PERFORM.

      * Net pay in, receipts out; the rest of the change is
      * whatever neither file knows about.
       WriteChangeSplit.
           WRITE PrintLine FROM Divider AFTER ADVANCING 2 LINES
           IF PrevCovered = ZERO
              MOVE "  No balances at the previous month-end -- the "
                 & "change is not split" TO NoteLine
              WRITE PrintLine FROM NoteLine AFTER ADVANCING 1 LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM SumMonthIncome
           PERFORM SumMonthSpending
           COMPUTE UnexplainedKr = NetChange - IncomeKr + SpendingKr
           MOVE "Change in net worth" TO PrnSplitText
           MOVE NetChange TO PrnSplitAmount
           PERFORM MaskSplitLine
           WRITE PrintLine FROM SplitLine AFTER ADVANCING 1 LINE
           EVALUATE TRUE
              WHEN ComputedKr = ZERO
                 MOVE "  Income (net pay, Payslips.dat)"
                    TO PrnSplitText
              WHEN ComputedKr = IncomeKr
                 MOVE "  Income (net pay, computed)" TO PrnSplitText
              WHEN OTHER
                 MOVE "  Income (net pay, payslips + computed)"
                    TO PrnSplitText
           END-EVALUATE
           MOVE IncomeKr TO PrnSplitAmount
           PERFORM MaskSplitLine
           WRITE PrintLine FROM SplitLine AFTER ADVANCING 1 LINE
           MOVE "  Spending (receipts)" TO PrnSplitText
           COMPUTE PrnSplitAmount = 0 - SpendingKr
           PERFORM MaskSplitLine
           WRITE PrintLine FROM SplitLine AFTER ADVANCING 1 LINE
           MOVE "  Unexplained remainder" TO PrnSplitText
           MOVE UnexplainedKr TO PrnSplitAmount
           PERFORM MaskSplitLine
           WRITE PrintLine FROM SplitLine AFTER ADVANCING 1 LINE
           IF ComputedKr NOT = ZERO
              MOVE "  Computed net pay (StatementNets.dat) stands in "
                 & "for a payslip not yet keyed" TO NoteLine
              WRITE PrintLine FROM NoteLine AFTER ADVANCING 1 LINE
           END-IF
           IF LayoutOkWS NOT = "Y"
              MOVE "  Receipts.dat needs ReceiptMigrate -- spending "
                 & "counted as zero" TO NoteLine
              WRITE PrintLine FROM NoteLine AFTER ADVANCING 1 LINE
           END-IF.

      * Net pay off the payslips keyed for the month; an employer
      * with no payslip for it counts at the net PayStatementWriter
      * computed, so a month is not short of pay while its payslip is
      * still to come. A blank employer code is the main job's.
       SumMonthIncome.
           MOVE ZEROES TO IncomeKr, ComputedKr, SlipEmpCount
           PERFORM FindMainEmployer
           OPEN INPUT PayslipFile
           IF PayslipFileStatus = "00"
              READ PayslipFile
                 AT END SET EndOfPayslipFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfPayslipFile
                 IF PSPeriod = ReportMonth
                    ADD PSNet TO IncomeKr
                    MOVE PSEmployer TO SlipEmpCode
                    PERFORM NoteSlipEmployer
                 END-IF
                 READ PayslipFile
                    AT END SET EndOfPayslipFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE PayslipFile
           END-IF
           OPEN INPUT NetFile
           IF NetFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ NetFile
              AT END SET EndOfNetFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfNetFile
              IF NtPeriod = ReportMonth
                 MOVE NtEmployer TO SlipEmpCode
                 PERFORM FindSlipEmployer
                 IF SlipEmpFound = "N"
                    ADD NtNet TO IncomeKr, ComputedKr
                 END-IF
              END-IF
              READ NetFile
                 AT END SET EndOfNetFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE NetFile.

       NoteSlipEmployer.
           PERFORM FindSlipEmployer
           IF SlipEmpFound = "N" AND SlipEmpCount < 9
              ADD 1 TO SlipEmpCount
              MOVE SlipEmpCode TO SeCode(SlipEmpCount)
           END-IF.

      * SlipEmpCode, main job folded to blank, against the employers
      * with a payslip this month.
       FindSlipEmployer.
           IF SlipEmpCode = MainEmpCode
              MOVE SPACES TO SlipEmpCode
           END-IF
           MOVE "N" TO SlipEmpFound
           PERFORM VARYING SeIdx FROM 1 BY 1
              UNTIL SeIdx > SlipEmpCount
              IF SeCode(SeIdx) = SlipEmpCode
                 MOVE "Y" TO SlipEmpFound
              END-IF
           END-PERFORM.

       FindMainEmployer.
           MOVE SPACES TO MainEmpCode
           OPEN INPUT EmployerFile
           IF EmployerFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ EmployerFile
              AT END SET EndOfEmployerFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfEmployerFile
              IF EmpIsMain
                 MOVE EmpCode TO MainEmpCode
              END-IF
              READ EmployerFile
                 AT END SET EndOfEmployerFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE EmployerFile.

      * Receipt header totals dated in the month: the year's archive
      * first when the year is closed, then the live file.
       SumMonthSpending.
           MOVE ZEROES TO SpendingKr
           IF LayoutOkWS NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           IF ArchiveReceiptName NOT = SPACES
              MOVE ArchiveReceiptName TO ReceiptFileNameVar
              PERFORM ScanSpendingFile
           END-IF
           MOVE LiveReceiptName TO ReceiptFileNameVar
           PERFORM ScanSpendingFile.

      * A missing file adds nothing.
       ScanSpendingFile.
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
              IF NOT EndOfReceipt AND RHeaderRecord
                 AND HdrDate(1:6) = ReportMonth
                 ADD HdrTotal TO SpendingKr
              END-IF
           END-PERFORM
           CLOSE ReceiptFile.

      * One row per month in NetWorthHistory.dat; a rerun replaces
      * the month's row, and the file is kept in month order.
       RecordSnapshot.
           PERFORM LoadHistoryTable
           MOVE ReportMonth TO NhMonth
           MOVE AssetsNow TO NhAssets
           MOVE LiabNow TO NhLiabilities
           MOVE NetNow TO NhNet
           MOVE TodayDate TO NhRunDate
           PERFORM VARYING HisIdx FROM 1 BY 1
              UNTIL HisIdx > HistoryCount
              IF HisImage(HisIdx)(1:6) = HistoryRecord(1:6)
                 MOVE HistoryRecord TO HisImage(HisIdx)
                 PERFORM SaveHistoryTable
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF HistoryCount >= 600
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO HistoryCount
           MOVE HistoryRecord TO HisImage(HistoryCount)
           PERFORM VARYING HisIdx FROM HistoryCount BY -1
              UNTIL HisIdx < 2
              IF HisImage(HisIdx - 1)(1:6) > HisImage(HisIdx)(1:6)
                 MOVE HisImage(HisIdx - 1) TO HistoryRecord
                 MOVE HisImage(HisIdx) TO HisImage(HisIdx - 1)
                 MOVE HistoryRecord TO HisImage(HisIdx)
              END-IF
           END-PERFORM
           PERFORM SaveHistoryTable.

      * The twelve snapshots up to and including the report month.
       WriteTrend.
           MOVE "Net-worth trend (last 12 snapshots)" TO NoteLine
           WRITE PrintLine FROM Divider AFTER ADVANCING 2 LINES
           WRITE PrintLine FROM NoteLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM TrendHeading AFTER ADVANCING 1 LINE
           MOVE ZEROES TO TrendStart
           PERFORM VARYING HisIdx FROM 1 BY 1
              UNTIL HisIdx > HistoryCount
              IF HisImage(HisIdx)(1:6) = ReportMonth
                 SET TrendStart TO HisIdx
              END-IF
           END-PERFORM
           IF TrendStart > 12
              MOVE 12 TO PrintedCount
           ELSE
              MOVE TrendStart TO PrintedCount
           END-IF
           COMPUTE TrendStart = TrendStart - PrintedCount + 1
           PERFORM VARYING HisIdx FROM TrendStart BY 1
              UNTIL PrintedCount = ZERO
              MOVE HisImage(HisIdx) TO HistoryRecord
              MOVE NhMonth TO PrnTrMonth
              MOVE NhAssets TO PrnTrAssets
              MOVE NhLiabilities TO PrnTrLiab
              MOVE NhNet TO PrnTrNet
              IF FmMaskMoney
                 MOVE FmMaskText TO PrnTrAssetsMask
                 MOVE FmMaskText TO PrnTrLiabMask
                 MOVE FmMaskText TO PrnTrNetMask
              END-IF
              WRITE PrintLine FROM TrendLine AFTER ADVANCING 1 LINE
              SUBTRACT 1 FROM PrintedCount
           END-PERFORM.

       FindAccount.
           MOVE "N" TO FoundAccount
           PERFORM VARYING AccIdx FROM 1 BY 1
              UNTIL AccIdx > AccountCount
              IF AccImage(AccIdx)(1:6) = LookupCode
                 MOVE "Y" TO FoundAccount
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       LoadAccountTable.
           MOVE ZEROES TO AccountCount
           OPEN INPUT AccountFile
           IF AccountFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ AccountFile
              AT END SET EndOfAccountFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfAccountFile OR AccountCount >= 50
              ADD 1 TO AccountCount
              MOVE AccountRecord TO AccImage(AccountCount)
              READ AccountFile
                 AT END SET EndOfAccountFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE AccountFile.

       SaveAccountTable.
           OPEN OUTPUT AccountFile
           PERFORM VARYING AccIdx FROM 1 BY 1
              UNTIL AccIdx > AccountCount
              MOVE AccImage(AccIdx) TO AccountRecord
              WRITE AccountRecord
           END-PERFORM
           CLOSE AccountFile.

       LoadBalanceTable.
           MOVE ZEROES TO BalanceCount
           OPEN INPUT BalanceFile
           IF BalanceFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ BalanceFile
              AT END SET EndOfBalanceFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfBalanceFile OR BalanceCount >= 3000
              ADD 1 TO BalanceCount
              MOVE BalanceRecord TO BalImage(BalanceCount)
              READ BalanceFile
                 AT END SET EndOfBalanceFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE BalanceFile.

       SaveBalanceTable.
           OPEN OUTPUT BalanceFile
           PERFORM VARYING BalIdx FROM 1 BY 1
              UNTIL BalIdx > BalanceCount
              MOVE BalImage(BalIdx) TO BalanceRecord
              WRITE BalanceRecord
           END-PERFORM
           CLOSE BalanceFile.

       LoadHistoryTable.
           MOVE ZEROES TO HistoryCount
           OPEN INPUT HistoryFile
           IF HistoryFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ HistoryFile
              AT END SET EndOfHistoryFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfHistoryFile OR HistoryCount >= 600
              ADD 1 TO HistoryCount
              MOVE HistoryRecord TO HisImage(HistoryCount)
              READ HistoryFile
                 AT END SET EndOfHistoryFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE HistoryFile.

       SaveHistoryTable.
           OPEN OUTPUT HistoryFile
           PERFORM VARYING HisIdx FROM 1 BY 1
              UNTIL HisIdx > HistoryCount
              MOVE HisImage(HisIdx) TO HistoryRecord
              WRITE HistoryRecord
           END-PERFORM
           CLOSE HistoryFile.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "NetWorth" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "Accounts.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "AccountBalances.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "NetWorthHistory.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Payslips.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "StatementNets.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Employers.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           IF ArchiveReceiptName NOT = SPACES
              MOVE ArchiveReceiptName TO PvInputName
              MOVE "R" TO PvInputKind
              PERFORM AddProvenanceInput
           END-IF
           MOVE LiveReceiptName TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
