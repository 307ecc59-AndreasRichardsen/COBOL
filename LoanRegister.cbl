       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanRegister.
       AUTHOR. Andreas Richardsen.

      * Loans and mortgages, split into interest and principal. The
      * bank's own payments only show up as an invoice or a card
      * line; here each loan is registered once in Loans.dat --
      * principal, nominal yearly rate, term in months, annuity or
      * serial, the day of month it is paid and the payout date --
      * and the full amortization schedule is generated from it.
      * Rate changes go in LoanRates.dat (mode 2) with the date they
      * take effect: a change applies from the first period that
      * starts on or after that date, and an annuity payment is
      * recomputed over the remaining balance and term from there.
      * A serial loan keeps its fixed principal part and only the
      * interest moves. Every run regenerates LoanSchedule.dat, one
      * row per payment of every loan, which CashFlowProjection
      * reads for the expected loan outflows. Mode 3 writes
      * LoanSchedule.rpt (one loan or all, with the interest total
      * at every year end), mode 4 LoanInterest.rpt: the interest
      * and principal paid per loan in a calendar year, the figure
      * the tax return asks for.
      * Each report ends with the ReportProvenance block: operator, run
      * time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanFile ASSIGN TO "Loans.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LoanFileStatus.

           SELECT RateFile ASSIGN TO "LoanRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RateFileStatus.

           SELECT ScheduleFile ASSIGN TO "LoanSchedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ScheduleFileStatus.

           SELECT ScheduleRpt ASSIGN TO "LoanSchedule.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT InterestRpt ASSIGN TO "LoanInterest.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LoanFile.
       01 LoanRecord.
           88 EndOfLoanFile     VALUE HIGH-VALUES.
           02 LnCode            PIC X(6).
           02 LnName            PIC X(24).
           02 LnPrincipal       PIC 9(9)V99.
      * nominal yearly rate in percent at the payout date
           02 LnRate            PIC 99V999.
           02 LnTermMonths      PIC 9(3).
           02 LnType            PIC X.
              88 LnAnnuity      VALUE "A".
              88 LnSerial       VALUE "S".
           02 LnPayDay          PIC 99.
           02 LnStart           PIC 9(8).

       FD RateFile.
       01 RateRecord.
           88 EndOfRateFile     VALUE HIGH-VALUES.
           02 LrCode            PIC X(6).
           02 LrFrom            PIC 9(8).
           02 LrRate            PIC 99V999.

       FD ScheduleFile.
       01 ScheduleRecord.
           02 LsCode            PIC X(6).
           02 LsNr              PIC 9(3).
           02 LsDate            PIC 9(8).
           02 LsRate            PIC 99V999.
           02 LsPayment         PIC 9(7)V99.
           02 LsInterest        PIC 9(7)V99.
           02 LsPrincipal       PIC 9(9)V99.
           02 LsBalance         PIC 9(9)V99.

       FD ScheduleRpt.
       01 SchedPrintLine        PIC X(90).

       FD InterestRpt.
       01 IntPrintLine          PIC X(90).

       WORKING-STORAGE SECTION.
       01 LoanFileStatus        PIC XX.
       01 RateFileStatus        PIC XX.
       01 ScheduleFileStatus    PIC XX.
       01 RunMode               PIC X.
           88 RegisterMode      VALUE "1".
           88 RateMode          VALUE "2".
           88 ScheduleMode      VALUE "3".
           88 InterestMode      VALUE "4".

       01 LoanTable.
           02 LoanEntry         OCCURS 30 TIMES INDEXED BY LnIdx.
              03 LnImage        PIC X(60).
       01 LoanCount             PIC 9(2) VALUE ZERO.
       01 RateTable.
           02 RateEntry         OCCURS 300 TIMES INDEXED BY RtIdx.
              03 RtCode         PIC X(6).
              03 RtFrom         PIC 9(8).
              03 RtRate         PIC 99V999.
       01 RateCount             PIC 9(3) VALUE ZERO.

      * per-loan totals for the interest year
       01 YearTable.
           02 YearEntry         OCCURS 30 TIMES.
              03 YrInterest     PIC 9(9)V99.
              03 YrPrincipal    PIC 9(9)V99.
              03 YrPayments     PIC 9(2).
              03 YrBalance      PIC 9(9)V99.
              03 YrPaidOff      PIC X.

       01 TodayDate             PIC 9(8).
       01 InputWS               PIC X(15).
       01 NumValue              PIC S9(9)V999.
       01 NumOk                 PIC X.
       01 DateInput             PIC X(8).
       01 DateOk                PIC X.
       01 CodeInput             PIC X(6).
       01 FoundLoan             PIC X.
       01 SelectedCode          PIC X(6).
       01 InterestYear          PIC 9(4).

      * one loan's schedule as it is generated
       01 Balance               PIC 9(9)V99.
       01 Remaining             PIC 9(3).
       01 PayNr                 PIC 9(3).
       01 PeriodStart           PIC 9(8).
       01 DueDate               PIC 9(8).
       01 DueYear               PIC 9(4).
       01 StartYear             PIC 9(4).
       01 RateFromBest          PIC 9(8).
       01 DueMonth              PIC 9(2).
       01 MonthEndWS            PIC 9(8).
       01 FirstOfNext           PIC 9(8).
       01 RateNow               PIC 99V999.
       01 UsedRate              PIC 99V999.
       01 MonthlyRate           PIC 9V9(10).
       01 GrowthFactor          PIC 9(6)V9(10).
       01 PaymentAmt            PIC 9(7)V99.
       01 InterestAmt           PIC 9(7)V99.
       01 PrincipalPart         PIC 9(9)V99.
       01 SerialPart            PIC 9(9)V99.
       01 ThisPayment           PIC 9(7)V99.
       01 PrintingLoan          PIC X.
       01 LastPrintedYear       PIC 9(4).
       01 RunningYearInt        PIC 9(9)V99.
       01 LoanTotalInt          PIC 9(9)V99.
       01 RowsWritten           PIC 9(5) VALUE ZERO.
       01 TotInterest           PIC 9(9)V99.
       01 TotPrincipal          PIC 9(9)V99.
       01 TotBalance            PIC 9(9)V99.

       01 LoanHeadLine.
           02 FILLER            PIC X(5) VALUE "Loan ".
           02 PrnLnCode         PIC X(7).
           02 PrnLnName         PIC X(25).
           02 PrnLnPrincipal    PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(6) VALUE " from ".
           02 PrnLnStart        PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnLnTerm         PIC ZZ9.
           02 FILLER            PIC X(8) VALUE " months ".
           02 PrnLnType         PIC X(7).
       01 SchedColumns.
           02 FILLER            PIC X(17) VALUE "   Nr  Due date".
           02 FILLER            PIC X(8) VALUE "   Rate".
           02 FILLER            PIC X(13) VALUE "     Payment".
           02 FILLER            PIC X(13) VALUE "    Interest".
           02 FILLER            PIC X(15) VALUE "     Principal".
           02 FILLER            PIC X(15) VALUE "       Balance".
       01 SchedLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnSchNr          PIC ZZ9.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnSchDate        PIC 9(8).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnSchRate        PIC Z9.999.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnSchPayment     PIC Z,ZZZ,ZZ9.99.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnSchInterest    PIC Z,ZZZ,ZZ9.99.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnSchPrincipal   PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnSchBalance     PIC ZZZ,ZZZ,ZZ9.99.
       01 YearTotalLine.
           02 FILLER            PIC X(19) VALUE
              "        Interest in".
           02 FILLER            PIC X VALUE SPACE.
           02 PrnYtYear         PIC 9(4).
           02 FILLER            PIC X(14) VALUE SPACES.
           02 PrnYtInterest     PIC Z,ZZZ,ZZ9.99.
       01 LoanTotalLine.
           02 FILLER            PIC X(38) VALUE
              "        Interest over the whole term".
           02 PrnLtInterest     PIC ZZ,ZZZ,ZZ9.99.

       01 InterestHeading.
           02 FILLER            PIC X(32) VALUE
              "Loan interest and repayment for ".
           02 PrnIhYear         PIC 9(4).
       01 InterestColumns.
           02 FILLER            PIC X(33) VALUE "  Loan".
           02 FILLER            PIC X(10) VALUE "Payments".
           02 FILLER            PIC X(15) VALUE "      Interest".
           02 FILLER            PIC X(15) VALUE "     Principal".
           02 FILLER            PIC X(15) VALUE "  Balance 31.12".
       01 InterestLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnIlCode         PIC X(7).
           02 PrnIlName         PIC X(24).
           02 PrnIlPayments     PIC ZZ.
           02 FILLER            PIC X(6) VALUE SPACES.
           02 PrnIlInterest     PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnIlPrincipal    PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnIlBalance      PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnIlNote         PIC X(10).
       01 Divider               PIC X(90) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           PERFORM LoadLoanTable
           PERFORM LoadRateTable
           DISPLAY "1 = Register a loan   2 = Rate change   "
              "3 = Amortization schedule   4 = Yearly interest"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN RegisterMode PERFORM RegisterLoan
              WHEN RateMode     PERFORM EnterRateChange
              WHEN ScheduleMode PERFORM WriteScheduleReport
              WHEN InterestMode PERFORM WriteInterestReport
              WHEN OTHER        DISPLAY "Unknown mode"
           END-EVALUATE
           GOBACK.

       RegisterLoan.
           IF LoanCount >= 30
              DISPLAY "Loan register full (30 loans)"
              EXIT PARAGRAPH
           END-IF
           INITIALIZE LoanRecord
           DISPLAY "Loan code (up to 6 characters)"
           ACCEPT CodeInput
           MOVE FUNCTION UPPER-CASE(CodeInput) TO CodeInput
           PERFORM FindLoan
           IF CodeInput = SPACES OR FoundLoan = "Y"
              DISPLAY "Code missing or already registered"
              EXIT PARAGRAPH
           END-IF
           MOVE CodeInput TO LnCode
           DISPLAY "Name (e.g. Mortgage, Car loan)"
           ACCEPT LnName
           DISPLAY "Principal"
           PERFORM AcceptPositiveNumber
           MOVE NumValue TO LnPrincipal
           DISPLAY "Nominal yearly rate in percent (e.g. 5.25)"
           PERFORM AcceptRate
           MOVE NumValue TO LnRate
           MOVE ZEROES TO NumValue
           PERFORM UNTIL NumValue >= 1 AND NumValue <= 600
              DISPLAY "Term in months (1-600)"
              PERFORM AcceptPositiveNumber
           END-PERFORM
           MOVE NumValue TO LnTermMonths
           MOVE SPACE TO LnType
           PERFORM UNTIL LnAnnuity OR LnSerial
              DISPLAY "A = annuity (level payment)   S = serial "
                 "(level principal)"
              ACCEPT LnType
              MOVE FUNCTION UPPER-CASE(LnType) TO LnType
           END-PERFORM
           MOVE ZEROES TO NumValue
           PERFORM UNTIL NumValue >= 1 AND NumValue <= 31
              DISPLAY "Payment day of month (1-31)"
              PERFORM AcceptPositiveNumber
           END-PERFORM
           MOVE NumValue TO LnPayDay
           DISPLAY "Payout date -- the first payment falls in the "
              "month after"
           PERFORM AcceptDate
           MOVE DateInput TO LnStart
           ADD 1 TO LoanCount
           MOVE LoanRecord TO LnImage(LoanCount)
           PERFORM SaveLoanTable
           PERFORM BuildAllSchedules
           DISPLAY "Loan " LnCode " registered -- " RowsWritten
              " scheduled payment(s) in LoanSchedule.dat".

      * A new rate for one loan from a date on; a second change on
      * the same date replaces the first.
       EnterRateChange.
           IF LoanCount = ZERO
              DISPLAY "No loans registered yet"
              EXIT PARAGRAPH
           END-IF
           PERFORM ListLoans
           DISPLAY "Loan code"
           ACCEPT CodeInput
           MOVE FUNCTION UPPER-CASE(CodeInput) TO CodeInput
           PERFORM FindLoan
           IF FoundLoan NOT = "Y"
              DISPLAY "No loan " CodeInput
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Effective from"
           PERFORM AcceptDate
           DISPLAY "New nominal yearly rate in percent"
           PERFORM AcceptRate
           PERFORM VARYING RtIdx FROM 1 BY 1
              UNTIL RtIdx > RateCount
              IF RtCode(RtIdx) = CodeInput
                 AND RtFrom(RtIdx) = DateInput
                 MOVE NumValue TO RtRate(RtIdx)
                 PERFORM SaveRateTable
                 PERFORM BuildAllSchedules
                 DISPLAY "Rate change on " DateInput " replaced"
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF RateCount >= 300
              DISPLAY "Rate file full (300 changes)"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO RateCount
           MOVE CodeInput TO RtCode(RateCount)
           MOVE DateInput TO RtFrom(RateCount)
           MOVE NumValue TO RtRate(RateCount)
           PERFORM SaveRateTable
           PERFORM BuildAllSchedules
           DISPLAY "Rate " RtRate(RateCount) " for " CodeInput
              " from " DateInput " -- schedule recomputed".

       WriteScheduleReport.
           IF LoanCount = ZERO
              DISPLAY "No loans registered yet"
              EXIT PARAGRAPH
           END-IF
           PERFORM ListLoans
           DISPLAY "Loan code (Enter = all loans)"
           ACCEPT SelectedCode
           MOVE FUNCTION UPPER-CASE(SelectedCode) TO SelectedCode
           PERFORM StartProvenance
           OPEN OUTPUT ScheduleRpt
           PERFORM BuildAllSchedules
           CLOSE ScheduleRpt
           MOVE "LoanSchedule.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Amortization schedule written to LoanSchedule.rpt".

       WriteInterestReport.
           IF LoanCount = ZERO
              DISPLAY "No loans registered yet"
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROES TO InterestYear
           PERFORM UNTIL InterestYear >= 1900 AND InterestYear <= 2099
              DISPLAY "Tax year (YYYY, Enter = last year)"
              ACCEPT InterestYear
              IF InterestYear = ZERO
                 MOVE TodayDate(1:4) TO InterestYear
                 SUBTRACT 1 FROM InterestYear
              END-IF
           END-PERFORM
           INITIALIZE YearTable
           PERFORM BuildAllSchedules
           PERFORM StartProvenance
           OPEN OUTPUT InterestRpt
           MOVE InterestYear TO PrnIhYear
           WRITE IntPrintLine FROM InterestHeading
              AFTER ADVANCING 1 LINE
           WRITE IntPrintLine FROM Divider AFTER ADVANCING 1 LINE
           WRITE IntPrintLine FROM InterestColumns
              AFTER ADVANCING 1 LINE
           MOVE ZEROES TO TotInterest, TotPrincipal, TotBalance
           PERFORM VARYING LnIdx FROM 1 BY 1
              UNTIL LnIdx > LoanCount
              MOVE LnImage(LnIdx) TO LoanRecord
              IF LnStart(1:4) <= InterestYear
                 MOVE LnCode TO PrnIlCode
                 MOVE LnName TO PrnIlName
                 MOVE YrPayments(LnIdx) TO PrnIlPayments
                 MOVE YrInterest(LnIdx) TO PrnIlInterest
                 MOVE YrPrincipal(LnIdx) TO PrnIlPrincipal
                 MOVE YrBalance(LnIdx) TO PrnIlBalance
                 MOVE SPACES TO PrnIlNote
                 IF YrPaidOff(LnIdx) = "Y"
                    MOVE "paid off" TO PrnIlNote
                 END-IF
                 WRITE IntPrintLine FROM InterestLine
                    AFTER ADVANCING 1 LINE
                 ADD YrInterest(LnIdx) TO TotInterest
                 ADD YrPrincipal(LnIdx) TO TotPrincipal
                 ADD YrBalance(LnIdx) TO TotBalance
              END-IF
           END-PERFORM
           MOVE SPACES TO PrnIlCode, PrnIlNote
           MOVE "Total" TO PrnIlName
           MOVE ZEROES TO PrnIlPayments
           MOVE TotInterest TO PrnIlInterest
           MOVE TotPrincipal TO PrnIlPrincipal
           MOVE TotBalance TO PrnIlBalance
           WRITE IntPrintLine FROM Divider AFTER ADVANCING 1 LINE
           WRITE IntPrintLine FROM InterestLine AFTER ADVANCING 1 LINE
           CLOSE InterestRpt
           MOVE "LoanInterest.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Interest " TotInterest " in " InterestYear
              " -- written to LoanInterest.rpt".

      * Every loan's schedule from the payout on, rewritten to
      * LoanSchedule.dat; the report and year totals are fed from
      * the same pass.
       BuildAllSchedules.
           MOVE ZEROES TO RowsWritten
           OPEN OUTPUT ScheduleFile
           PERFORM VARYING LnIdx FROM 1 BY 1
              UNTIL LnIdx > LoanCount
              MOVE LnImage(LnIdx) TO LoanRecord
              MOVE "N" TO PrintingLoan
              IF ScheduleMode
                 AND (SelectedCode = SPACES OR SelectedCode = LnCode)
                 MOVE "Y" TO PrintingLoan
              END-IF
              PERFORM GenerateSchedule
           END-PERFORM
           CLOSE ScheduleFile.

       GenerateSchedule.
           MOVE LnPrincipal TO Balance
           MOVE LnTermMonths TO Remaining
           MOVE LnStart TO PeriodStart
           MOVE ZEROES TO PayNr, UsedRate, LoanTotalInt,
              RunningYearInt
           COMPUTE SerialPart ROUNDED = LnPrincipal / LnTermMonths
           MOVE LnStart(1:4) TO LastPrintedYear
      * a loan paid out late in the year owes it all at year end
           IF InterestMode
              MOVE LnPrincipal TO YrBalance(LnIdx)
           END-IF
           IF PrintingLoan = "Y"
              PERFORM PrintLoanHeading
           END-IF
           PERFORM GenerateOnePayment
              UNTIL Remaining = ZERO OR Balance = ZERO
           IF PrintingLoan = "Y"
              PERFORM PrintYearTotal
              MOVE LoanTotalInt TO PrnLtInterest
              WRITE SchedPrintLine FROM LoanTotalLine
                 AFTER ADVANCING 1 LINE
           END-IF.

      * Interest for the period is charged at the rate in force on
      * the day the period starts; when that rate differs from the
      * one the payment was last worked out at, an annuity payment
      * is recomputed over what remains.
       GenerateOnePayment.
           ADD 1 TO PayNr
           PERFORM SetDueDate
           PERFORM FindRateInForce
           IF PayNr = 1 OR RateNow NOT = UsedRate
              MOVE RateNow TO UsedRate
              COMPUTE MonthlyRate = UsedRate / 1200
              IF LnAnnuity
                 IF MonthlyRate = ZERO
                    COMPUTE PaymentAmt ROUNDED = Balance / Remaining
                 ELSE
                    COMPUTE GrowthFactor = (1 + MonthlyRate)
                       ** Remaining
                    COMPUTE PaymentAmt ROUNDED = Balance
                       * MonthlyRate * GrowthFactor
                       / (GrowthFactor - 1)
                 END-IF
              END-IF
           END-IF
           COMPUTE InterestAmt ROUNDED = Balance * MonthlyRate
           IF LnAnnuity
              IF PaymentAmt > InterestAmt
                 COMPUTE PrincipalPart = PaymentAmt - InterestAmt
              ELSE
                 MOVE ZEROES TO PrincipalPart
              END-IF
           ELSE
              MOVE SerialPart TO PrincipalPart
           END-IF
           IF Remaining = 1 OR PrincipalPart > Balance
              MOVE Balance TO PrincipalPart
           END-IF
           COMPUTE ThisPayment = PrincipalPart + InterestAmt
           SUBTRACT PrincipalPart FROM Balance
           SUBTRACT 1 FROM Remaining
           MOVE DueDate TO PeriodStart
           ADD InterestAmt TO LoanTotalInt

           MOVE LnCode TO LsCode
           MOVE PayNr TO LsNr
           MOVE DueDate TO LsDate
           MOVE UsedRate TO LsRate
           MOVE ThisPayment TO LsPayment
           MOVE InterestAmt TO LsInterest
           MOVE PrincipalPart TO LsPrincipal
           MOVE Balance TO LsBalance
           WRITE ScheduleRecord
           ADD 1 TO RowsWritten

           IF InterestMode
              PERFORM FoldInterestYear
           END-IF
           IF PrintingLoan = "Y"
              PERFORM PrintSchedLine
           END-IF.

      * Payment PayNr falls PayNr months after the payout month, on
      * the payment day or the month's last day if it is shorter.
       SetDueDate.
           MOVE LnStart(1:4) TO StartYear
           MOVE LnStart(5:2) TO DueMonth
           COMPUTE DueYear = StartYear
              + (DueMonth - 1 + PayNr) / 12
           COMPUTE DueMonth =
              FUNCTION MOD(DueMonth - 1 + PayNr, 12) + 1
           IF DueMonth = 12
              COMPUTE FirstOfNext = (DueYear + 1) * 10000 + 101
           ELSE
              COMPUTE FirstOfNext = DueYear * 10000
                 + (DueMonth + 1) * 100 + 1
           END-IF
           COMPUTE MonthEndWS = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(FirstOfNext) - 1)
           COMPUTE DueDate = DueYear * 10000 + DueMonth * 100
              + LnPayDay
           IF DueDate > MonthEndWS
              MOVE MonthEndWS TO DueDate
           END-IF.

      * The registered rate, overridden by the latest change dated
      * on or before the period start.
       FindRateInForce.
           MOVE LnRate TO RateNow
           MOVE ZEROES TO RateFromBest
           PERFORM VARYING RtIdx FROM 1 BY 1
              UNTIL RtIdx > RateCount
              IF RtCode(RtIdx) = LnCode
                 AND RtFrom(RtIdx) <= PeriodStart
                 AND RtFrom(RtIdx) >= RateFromBest
                 MOVE RtRate(RtIdx) TO RateNow
                 MOVE RtFrom(RtIdx) TO RateFromBest
              END-IF
           END-PERFORM.

       FoldInterestYear.
           IF DueDate(1:4) = InterestYear
              ADD InterestAmt TO YrInterest(LnIdx)
              ADD PrincipalPart TO YrPrincipal(LnIdx)
              ADD 1 TO YrPayments(LnIdx)
           END-IF
           IF DueDate(1:4) <= InterestYear
              MOVE Balance TO YrBalance(LnIdx)
              IF Balance = ZERO
                 MOVE "Y" TO YrPaidOff(LnIdx)
              END-IF
           END-IF.

       PrintLoanHeading.
           MOVE LnCode TO PrnLnCode
           MOVE LnName TO PrnLnName
           MOVE LnPrincipal TO PrnLnPrincipal
           MOVE LnStart TO PrnLnStart
           MOVE LnTermMonths TO PrnLnTerm
           IF LnAnnuity
              MOVE "annuity" TO PrnLnType
           ELSE
              MOVE "serial" TO PrnLnType
           END-IF
           WRITE SchedPrintLine FROM LoanHeadLine
              AFTER ADVANCING 2 LINES
           WRITE SchedPrintLine FROM Divider AFTER ADVANCING 1 LINE
           WRITE SchedPrintLine FROM SchedColumns
              AFTER ADVANCING 1 LINE.

       PrintSchedLine.
           IF DueDate(1:4) NOT = LastPrintedYear
              PERFORM PrintYearTotal
              MOVE DueDate(1:4) TO LastPrintedYear
           END-IF
           ADD InterestAmt TO RunningYearInt
           MOVE PayNr TO PrnSchNr
           MOVE DueDate TO PrnSchDate
           MOVE UsedRate TO PrnSchRate
           MOVE ThisPayment TO PrnSchPayment
           MOVE InterestAmt TO PrnSchInterest
           MOVE PrincipalPart TO PrnSchPrincipal
           MOVE Balance TO PrnSchBalance
           WRITE SchedPrintLine FROM SchedLine AFTER ADVANCING 1 LINE.

       PrintYearTotal.
           IF RunningYearInt = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE LastPrintedYear TO PrnYtYear
           MOVE RunningYearInt TO PrnYtInterest
           WRITE SchedPrintLine FROM YearTotalLine
              AFTER ADVANCING 1 LINE
           MOVE ZEROES TO RunningYearInt.

       ListLoans.
           PERFORM VARYING LnIdx FROM 1 BY 1
              UNTIL LnIdx > LoanCount
              MOVE LnImage(LnIdx) TO LoanRecord
              DISPLAY "  " LnCode " " LnName " " LnPrincipal
                 " " LnRate "% " LnTermMonths " mths " LnType
           END-PERFORM.

       FindLoan.
           MOVE "N" TO FoundLoan
           PERFORM VARYING LnIdx FROM 1 BY 1
              UNTIL LnIdx > LoanCount
              IF LnImage(LnIdx)(1:6) = CodeInput
                 MOVE "Y" TO FoundLoan
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       AcceptPositiveNumber.
           MOVE "N" TO NumOk
           PERFORM UNTIL NumOk = "Y"
              ACCEPT InputWS
              IF InputWS NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(InputWS) = ZERO
                 COMPUTE NumValue = FUNCTION NUMVAL(InputWS)
                 IF NumValue > ZERO
                    MOVE "Y" TO NumOk
                 END-IF
              END-IF
              IF NumOk NOT = "Y"
                 DISPLAY "Enter a number above zero"
              END-IF
           END-PERFORM.

       AcceptRate.
           MOVE "N" TO NumOk
           PERFORM UNTIL NumOk = "Y"
              ACCEPT InputWS
              IF InputWS NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(InputWS) = ZERO
                 COMPUTE NumValue = FUNCTION NUMVAL(InputWS)
                 IF NumValue >= ZERO AND NumValue < 100
                    MOVE "Y" TO NumOk
                 END-IF
              END-IF
              IF NumOk NOT = "Y"
                 DISPLAY "Enter a rate from 0 to 99.999"
              END-IF
           END-PERFORM.

       AcceptDate.
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

       LoadLoanTable.
           MOVE ZEROES TO LoanCount
           OPEN INPUT LoanFile
           IF LoanFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ LoanFile
              AT END SET EndOfLoanFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLoanFile OR LoanCount >= 30
              ADD 1 TO LoanCount
              MOVE LoanRecord TO LnImage(LoanCount)
              READ LoanFile
                 AT END SET EndOfLoanFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE LoanFile.

       SaveLoanTable.
           OPEN OUTPUT LoanFile
           PERFORM VARYING LnIdx FROM 1 BY 1
              UNTIL LnIdx > LoanCount
              MOVE LnImage(LnIdx) TO LoanRecord
              WRITE LoanRecord
           END-PERFORM
           CLOSE LoanFile.

       LoadRateTable.
           MOVE ZEROES TO RateCount
           OPEN INPUT RateFile
           IF RateFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ RateFile
              AT END SET EndOfRateFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRateFile OR RateCount >= 300
              ADD 1 TO RateCount
              MOVE LrCode TO RtCode(RateCount)
              MOVE LrFrom TO RtFrom(RateCount)
              MOVE LrRate TO RtRate(RateCount)
              READ RateFile
                 AT END SET EndOfRateFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE RateFile.

       SaveRateTable.
           OPEN OUTPUT RateFile
           PERFORM VARYING RtIdx FROM 1 BY 1
              UNTIL RtIdx > RateCount
              MOVE RtCode(RtIdx) TO LrCode
              MOVE RtFrom(RtIdx) TO LrFrom
              MOVE RtRate(RtIdx) TO LrRate
              WRITE RateRecord
           END-PERFORM
           CLOSE RateFile.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "LoanRegister" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "Loans.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "LoanRates.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "LoanSchedule.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
