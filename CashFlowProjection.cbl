      * expected charges rolling monthly from their next expected
      * dates, and the variable rest as the per-week average of the
      * last three months' receipt lines -- subscription stores
      * excluded so they are not counted twice. Open invoices in
      * InvoiceRegister's Invoices.dat add what is still owed as
      * income on their due dates (overdue ones in the first week).
      * Loan payments come from LoanRegister's LoanSchedule.dat, each
      * an outflow on its due date. The horizon's totals and the
      * average monthly surplus they leave are kept in
      * CashFlowSummary.dat for SavingsGoals to plan against.
      * Each week shows income, outgo and the running position, with
      * a flag on every week that dips below the chosen floor.
      * Written to CashFlow.rpt.
      * With a second job on the register (Employers.dat) each entry
      * of the period is priced at its own employer's rates and
      * deduction rules -- its WorkEmployer.dat link, no link being
      * the main job -- and the expected pay is the sum of the
      * employers' nets, each taxed on its own as the pay statement
      * does.
      * The expected pay is a PAY figure and everything else a MONEY
      * figure, so the projection asks FigureMask for both classes:
      * an operator without PAY gets "****" for the expected pay on
      * the screen, and in CashFlow.rpt for each week's income and
      * running position, which carry it; one without MONEY gets
      * "****" for every amount. The tight-week flags still show.
      * CashFlow.rpt ends with the ReportProvenance block: operator, run
      * time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DeductRulesStatus.

           SELECT EmployerFile ASSIGN TO "Employers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EmployerStatus.

           SELECT WorkEmployer ASSIGN TO "WorkEmployer.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WorkEmployerStatus.

           SELECT SubRegister ASSIGN TO "Subscriptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SubRegisterStatus.

           SELECT InvoiceFile ASSIGN TO "Invoices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InvoiceFileStatus.

           SELECT LoanScheduleFile ASSIGN TO "LoanSchedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LoanScheduleStatus.

           SELECT ReceiptFile ASSIGN DYNAMIC ReceiptFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS RRecNr
           FILE STATUS IS ReceiptFileStatus.

           SELECT SummaryFile ASSIGN TO "CashFlowSummary.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SummaryFileStatus.

           SELECT CashFlowRpt ASSIGN TO "CashFlow.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           02 PRLeaveDayHours   PIC 9V99.
           02 PRStandbyRate     PIC 9(4)V99.
           02 PRFeriePct        PIC 99V99.
           02 PREffFrom         PIC 9(8).
           02 PREmployer        PIC X(6).

       FD DeductRulesFile.
       01 DeductRulesRecord.
           02 DRBand3Pct        PIC 99V99.
           02 DRPensionPct      PIC 99V99.
           02 DRUnionDues       PIC 9(4)V99.
           02 DREmployer        PIC X(6).

       FD EmployerFile.
       01 EmployerRecord.
           88 EndOfEmployers    VALUE HIGH-VALUES.
           COPY "EMPLOYREC.cpy".

       FD WorkEmployer.
       01 WorkEmployerRecord.
           88 EndOfWorkEmployer VALUE HIGH-VALUES.
           02 WEDate            PIC 9(8).
           02 WESeqNr           PIC 9(2).
           02 WECode            PIC X(6).

       FD SubRegister.
       01 SubRegisterRecord.
           02 SubLastDate       PIC 9(8).
           02 SubNextDate       PIC 9(8).

       FD InvoiceFile.
       01 InvoiceRecord.
           88 EndOfInvoiceFile  VALUE HIGH-VALUES.
           02 INNr              PIC 9(5).
           02 INClient          PIC X(20).
           02 INPeriod          PIC 9(6).
           02 INDate            PIC 9(8).
           02 INDueDate         PIC 9(8).
           02 INHours           PIC 9(5)V99.
           02 INAmount          PIC 9(7)V99.
           02 INPaidDate        PIC 9(8).
           02 INPaidAmount      PIC 9(7)V99.
           02 INStatus          PIC X.
              88 INOpen         VALUE "O".

       FD LoanScheduleFile.
       01 LoanScheduleRecord.
           88 EndOfLoanSchedule VALUE HIGH-VALUES.
           02 LsCode            PIC X(6).
           02 LsNr              PIC 9(3).
           02 LsDate            PIC 9(8).
           02 LsRate            PIC 99V999.
           02 LsPayment         PIC 9(7)V99.
           02 LsInterest        PIC 9(7)V99.
           02 LsPrincipal       PIC 9(9)V99.
           02 LsBalance         PIC 9(9)V99.

       FD ReceiptFile.
       COPY "RCPTREC.cpy".

       FD SummaryFile.
       01 SummaryRecord.
           02 CsRunDate         PIC 9(8).
           02 CsWeeks           PIC 9(2).
           02 CsIncome          PIC S9(8)V99.
           02 CsOutgo           PIC S9(8)V99.
           02 CsMonthlySurplus  PIC S9(7)V99.

       FD CashFlowRpt.
       01 PrintLine             PIC X(80).

       01 WHFileStatus          PIC XX.
       01 PayRatesStatus        PIC XX.
       01 DeductRulesStatus     PIC XX.
       01 EmployerStatus        PIC XX.
       01 WorkEmployerStatus    PIC XX.
       01 SubRegisterStatus     PIC XX.
       01 InvoiceFileStatus     PIC XX.
       01 InvoiceDueWS          PIC 9(8).
       01 InvoiceOpenAmt        PIC S9(7)V99.
       01 LoanScheduleStatus    PIC XX.
       01 SummaryFileStatus     PIC XX.
       01 ReceiptFileStatus     PIC XX.
       01 WHRecNr               PIC 9(6).
       01 RRecNr                PIC 9(5).
       01 TodayMonthWS          PIC 9(2).

      * the last complete period's tally, PayStatementWriter style
       01 PeriodTally.
           02 PerRegHours       PIC 9(4)V99.
           02 PerOTHours        PIC 9(3)V99.
           02 PerStandbyHrs     PIC 9(4)V99.
           02 PerVacDays        PIC 9(3).
           02 PerSickDays       PIC 9(3).
           02 PerHolDays        PIC 9(3).
           02 PerUnpDays        PIC 9(3).
       01 DayOTHours            PIC 9V99.
       01 PaidLeaveDays         PIC 9(3).
       01 LeavePay              PIC 9(6)V99.
       01 TaxAmount             PIC 9(6)V99.
       01 TaxableSlice          PIC 9(6)V99.
       01 PensionAmount         PIC 9(6)V99.
       01 EmployerNet           PIC S9(7)V99.
       01 ExpectedNet           PIC S9(7)V99 VALUE ZERO.

      * One slot per employer: the rates in force today, the
      * deduction rules and the period's tally. Slot 1 is the main
      * job (code spaces while there is no register), which is
      * always priced, as before; another employer only when the
      * period holds work for it.
       01 EmpPayTable.
           02 EmpPayEntry       OCCURS 9 TIMES INDEXED BY EpIdx.
              03 EpCode         PIC X(6).
              03 EpRates        PIC X(43).
              03 EpRatesFound   PIC X.
              03 EpDeduct       PIC X(44).
              03 EpDeductFound  PIC X.
              03 EpWorked       PIC X.
              03 EpTally        PIC X(29).
       01 EmpPayCount           PIC 9 VALUE ZERO.
       01 MainEmpCode           PIC X(6) VALUE SPACES.
       01 SlotCode              PIC X(6).
       01 SlotIdx               PIC 9.
      * WorkEmployer.dat links for the dates the period spans
       01 EmpLinkTable.
           02 EmpLinkEntry      OCCURS 1000 TIMES INDEXED BY ElIdx.
              03 ElDate         PIC 9(8).
              03 ElSeqNr        PIC 9(2).
              03 ElCode         PIC X(6).
       01 EmpLinkCount          PIC 9(4) VALUE ZERO.
       01 PeriodFirstDate       PIC 9(8).
       01 PeriodLastDate        PIC 9(8).

       01 WeekTable.
           02 WeekEntry         OCCURS 26 TIMES.
              03 WkStartDate    PIC 9(8).
           02 PrnWkStart        PIC 9(8).
           02 FILLER            PIC X(5) VALUE ": +".
           02 PrnWkIncome       PIC ZZZZZ9.99.
           02 PrnWkIncomeMask REDEFINES PrnWkIncome
                                PIC X(9) JUSTIFIED RIGHT.
           02 FILLER            PIC X(3) VALUE " -".
           02 PrnWkOutgo        PIC ZZZZZ9.99.
           02 PrnWkOutgoMask REDEFINES PrnWkOutgo
                                PIC X(9) JUSTIFIED RIGHT.
           02 FILLER            PIC X(6) VALUE " bal ".
           02 PrnWkBalance      PIC ZZZZZZ9.99-.
           02 PrnWkBalanceMask REDEFINES PrnWkBalance
                                PIC X(11) JUSTIFIED RIGHT.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnWkFlag         PIC X(12).
       01 Divider               PIC X(80) VALUE ALL "*".

       COPY "PROVREQ.cpy".
       COPY "MASKREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WHFileNameVar FROM ENVIRONMENT "WORKHOURFILE"
              COMPUTE StartBalance = FUNCTION NUMVAL(InputWS)
           END-IF

           MOVE "CashFlowProjection" TO FmProgramName
           MOVE "CashFlow.rpt" TO FmOutputName
           MOVE "Y" TO FmCarriesPay
           MOVE "Y" TO FmCarriesMoney
           CALL "FigureMask" USING FigureMaskRequest

           PERFORM LoadEmployers
           PERFORM LoadPayRates
           PERFORM LoadDeductionRules
           PERFORM ComputeExpectedNet
           PERFORM ComputeWeeklyVariable
           PERFORM BuildWeekTable
           PERFORM PlaceIncome
           PERFORM PlaceOpenInvoices
           PERFORM PlaceSubscriptions
           PERFORM PlaceLoanPayments
           PERFORM PlaceVariableSpend
           PERFORM WriteCashFlow
           DISPLAY "Projection written to CashFlow.rpt"
           STOP RUN.

      * The last complete period's net, computed exactly the way the
      * pay statement computes it, is the expected pay amount: every
      * employer's net on its own rates and deductions, summed.
       ComputeExpectedNet.
           OPEN INPUT WorkHourFile
           IF WHFileStatus NOT = "00"
              DISPLAY "WorkHours.dat not found -- expected pay is 0"
              EXIT PARAGRAPH
           END-IF
           MOVE 99999999 TO PeriodFirstDate
           MOVE ZEROES TO PeriodLastDate
           MOVE SPACES TO WorkHourDetails
           MOVE 1 TO WHRecNr
           PERFORM UNTIL EndOfFileWH
              END-READ
              IF NOT EndOfFileWH AND NOT WHVoided
                 AND PayPeriodId = LastPeriod
                 IF WHDate < PeriodFirstDate
                    MOVE WHDate TO PeriodFirstDate
                 END-IF
                 IF WHDate > PeriodLastDate
                    MOVE WHDate TO PeriodLastDate
                 END-IF
              END-IF
           END-PERFORM
           CLOSE WorkHourFile
           PERFORM LoadEmployerLinks

           OPEN INPUT WorkHourFile
           MOVE SPACES TO WorkHourDetails
           MOVE 1 TO WHRecNr
           PERFORM UNTIL EndOfFileWH
              READ WorkHourFile NEXT RECORD
                 AT END SET EndOfFileWH TO TRUE
              END-READ
              IF NOT EndOfFileWH AND NOT WHVoided
                 AND PayPeriodId = LastPeriod
                 PERFORM FindRecordEmployer
                 MOVE EpTally(SlotIdx) TO PeriodTally
                 MOVE EpRates(SlotIdx) TO PayRatesRecord
                 PERFORM TallyPayRecord
                 MOVE PeriodTally TO EpTally(SlotIdx)
                 MOVE "Y" TO EpWorked(SlotIdx)
              END-IF
           END-PERFORM
           CLOSE WorkHourFile

           MOVE ZEROES TO ExpectedNet
           PERFORM VARYING EpIdx FROM 1 BY 1
              UNTIL EpIdx > EmpPayCount
              IF EpIdx = 1 OR EpWorked(EpIdx) = "Y"
                 MOVE EpTally(EpIdx) TO PeriodTally
                 MOVE EpRates(EpIdx) TO PayRatesRecord
                 MOVE EpDeduct(EpIdx) TO DeductRulesRecord
                 PERFORM ComputeEmployerNet
                 ADD EmployerNet TO ExpectedNet
                 IF EmpPayCount > 1 AND NOT FmMaskPay
                    DISPLAY "Expected net from " EpCode(EpIdx) ": "
                       EmployerNet
                 END-IF
              END-IF
           END-PERFORM
           IF FmMaskPay
              DISPLAY "Expected monthly net (from period " LastPeriod
                 "): " FmMaskText
           ELSE
              DISPLAY "Expected monthly net (from period " LastPeriod
                 "): " ExpectedNet
           END-IF.

      * One employer's period: PeriodTally priced at PayRatesRecord
      * and taxed under DeductRulesRecord, into EmployerNet.
       ComputeEmployerNet.
           MOVE ZEROES TO PaidLeaveDays
           IF PRVacationPaid = "Y"
              ADD PerVacDays TO PaidLeaveDays
           END-IF
           COMPUTE PensionAmount ROUNDED =
              GrossPay * DRPensionPct / 100
           COMPUTE EmployerNet = GrossPay - TaxAmount
              - PensionAmount - DRUnionDues.

       TallyPayRecord.
           EVALUATE TRUE
              END-IF
           END-PERFORM.

      * What a client still owes lands on the invoice's due date;
      * anything already overdue is expected in the first week.
       PlaceOpenInvoices.
           OPEN INPUT InvoiceFile
           IF InvoiceFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ InvoiceFile
              AT END SET EndOfInvoiceFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfInvoiceFile
              IF INOpen
                 COMPUTE InvoiceOpenAmt = INAmount - INPaidAmount
                 MOVE INDueDate TO InvoiceDueWS
                 IF InvoiceDueWS < WkStartDate(1)
                    MOVE WkStartDate(1) TO InvoiceDueWS
                 END-IF
                 PERFORM VARYING WkIdx FROM 1 BY 1
                    UNTIL WkIdx > WeeksAhead
                    IF InvoiceDueWS >= WkStartDate(WkIdx)
                       AND InvoiceDueWS <= WkEndDate(WkIdx)
                       ADD InvoiceOpenAmt TO WkIncome(WkIdx)
                    END-IF
                 END-PERFORM
              END-IF
              READ InvoiceFile
                 AT END SET EndOfInvoiceFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE InvoiceFile.

      * Each registered subscription charges on its next expected
      * date and every 30 days after, as far as the horizon goes.
       PlaceSubscriptions.
              END-PERFORM
           END-PERFORM.

      * Every scheduled loan payment inside the horizon; the
      * schedule is regenerated on every LoanRegister run.
       PlaceLoanPayments.
           OPEN INPUT LoanScheduleFile
           IF LoanScheduleStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ LoanScheduleFile
              AT END SET EndOfLoanSchedule TO TRUE
           END-READ
           PERFORM UNTIL EndOfLoanSchedule
              IF LsDate >= WkStartDate(1)
                 AND LsDate <= WkEndDate(WeeksAhead)
                 PERFORM VARYING WkIdx FROM 1 BY 1
                    UNTIL WkIdx > WeeksAhead
                    IF LsDate >= WkStartDate(WkIdx)
                       AND LsDate <= WkEndDate(WkIdx)
                       ADD LsPayment TO WkOutgo(WkIdx)
                    END-IF
                 END-PERFORM
              END-IF
              READ LoanScheduleFile
                 AT END SET EndOfLoanSchedule TO TRUE
              END-READ
           END-PERFORM
           CLOSE LoanScheduleFile.

      * The variable rest: total receipt-line spend of the last
      * three months (subscription stores excluded, they are
      * projected above) divided down to a weekly average.
           END-PERFORM
           CLOSE ReceiptFile
           COMPUTE WeeklyVariable ROUNDED = VariableSpend / 13
           IF FmMaskMoney
              DISPLAY "Variable spend per week (last 13 weeks): "
                 FmMaskText
           ELSE
              DISPLAY "Variable spend per week (last 13 weeks): "
                 WeeklyVariable
           END-IF.

       CheckSubStore.
           MOVE "N" TO IsSubStore
           END-PERFORM.

       WriteCashFlow.
           PERFORM StartProvenance
           OPEN OUTPUT CashFlowRpt
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
              MOVE WkIncome(WkIdx) TO PrnWkIncome
              MOVE WkOutgo(WkIdx) TO PrnWkOutgo
              MOVE RunningBalance TO PrnWkBalance
              IF FmMaskPay OR FmMaskMoney
                 MOVE FmMaskText TO PrnWkIncomeMask
                 MOVE FmMaskText TO PrnWkBalanceMask
              END-IF
              IF FmMaskMoney
                 MOVE FmMaskText TO PrnWkOutgoMask
              END-IF
              IF RunningBalance < FloorAmount
                 MOVE "** TIGHT **" TO PrnWkFlag
              ELSE
              END-IF
              WRITE PrintLine FROM WeekLine AFTER ADVANCING 1 LINE
           END-PERFORM
           CLOSE CashFlowRpt
           MOVE "CashFlow.rpt" TO PvReportName
           PERFORM StampProvenance
           PERFORM WriteCashFlowSummary.

      * The weekly average scaled to a month: 52 weeks in 12 months.
       WriteCashFlowSummary.
           MOVE TodayDateNum TO CsRunDate
           MOVE WeeksAhead TO CsWeeks
           MOVE ZEROES TO CsIncome, CsOutgo
           PERFORM VARYING WkIdx FROM 1 BY 1
              UNTIL WkIdx > WeeksAhead
              ADD WkIncome(WkIdx) TO CsIncome
              ADD WkOutgo(WkIdx) TO CsOutgo
           END-PERFORM
           COMPUTE CsMonthlySurplus ROUNDED =
              (CsIncome - CsOutgo) * 52 / (12 * WeeksAhead)
           OPEN OUTPUT SummaryFile
           WRITE SummaryRecord
           CLOSE SummaryFile.

       LoadSubscriptions.
           MOVE ZEROES TO SubCount
           END-PERFORM
           CLOSE SubRegister.

      * PayRates.dat is effective-dated in date order; the projection
      * prices each employer at its record in force today. A blank
      * employer code is the main job's, from before the register.
       LoadPayRates.
           OPEN INPUT PayRatesFile
           IF PayRatesStatus = "00"
              PERFORM UNTIL PayRatesStatus NOT = "00"
                 READ PayRatesFile
                    AT END MOVE "10" TO PayRatesStatus
                 END-READ
                 IF PayRatesStatus = "00"
                    IF PREffFrom IS NOT NUMERIC
                       MOVE ZEROES TO PREffFrom
                    END-IF
                    MOVE PREmployer TO SlotCode
                    PERFORM LocateEmployerSlot
                    IF PREffFrom <= TodayDateNum
                       OR EpRatesFound(SlotIdx) = "N"
                       MOVE PayRatesRecord TO EpRates(SlotIdx)
                       MOVE "Y" TO EpRatesFound(SlotIdx)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PayRatesFile
           END-IF
           PERFORM VARYING EpIdx FROM 1 BY 1
              UNTIL EpIdx > EmpPayCount
              IF EpRatesFound(EpIdx) = "Y"
                 MOVE EpRates(EpIdx) TO PayRatesRecord
              ELSE
                 PERFORM SeedDefaultRates
              END-IF
              IF PRStandbyRate IS NOT NUMERIC
                 MOVE 85.00 TO PRStandbyRate
              END-IF
              IF PRFeriePct IS NOT NUMERIC
                 MOVE 10.20 TO PRFeriePct
              END-IF
              MOVE PayRatesRecord TO EpRates(EpIdx)
           END-PERFORM.

       SeedDefaultRates.
           MOVE 250.00 TO PRRegularRate
           MOVE 85.00 TO PRStandbyRate
           MOVE 10.20 TO PRFeriePct.

      * One DeductRules.dat record per employer; an employer with
      * none is taxed on the defaults, as the pay statement seeds it.
       LoadDeductionRules.
           OPEN INPUT DeductRulesFile
           IF DeductRulesStatus = "00"
              PERFORM UNTIL DeductRulesStatus NOT = "00"
                 READ DeductRulesFile
                    AT END MOVE "10" TO DeductRulesStatus
                 END-READ
                 IF DeductRulesStatus = "00"
                    MOVE DREmployer TO SlotCode
                    PERFORM LocateEmployerSlot
                    MOVE DeductRulesRecord TO EpDeduct(SlotIdx)
                    MOVE "Y" TO EpDeductFound(SlotIdx)
                 END-IF
              END-PERFORM
              CLOSE DeductRulesFile
           END-IF
           PERFORM VARYING EpIdx FROM 1 BY 1
              UNTIL EpIdx > EmpPayCount
              IF EpDeductFound(EpIdx) = "N"
                 PERFORM SeedDefaultDeductions
                 MOVE DeductRulesRecord TO EpDeduct(EpIdx)
              END-IF
           END-PERFORM.

      * The register's employers, main job first in slot 1. Without
      * a register there is the one slot, code spaces.
       LoadEmployers.
           MOVE SPACES TO MainEmpCode
           OPEN INPUT EmployerFile
           IF EmployerStatus = "00"
              READ EmployerFile
                 AT END SET EndOfEmployers TO TRUE
              END-READ
              PERFORM UNTIL EndOfEmployers
                 IF EmpIsMain
                    MOVE EmpCode TO MainEmpCode
                 END-IF
                 READ EmployerFile
                    AT END SET EndOfEmployers TO TRUE
                 END-READ
              END-PERFORM
              CLOSE EmployerFile
           END-IF
           MOVE 1 TO EmpPayCount
           PERFORM ClearEmployerSlot
           MOVE MainEmpCode TO EpCode(1)
           OPEN INPUT EmployerFile
           IF EmployerStatus = "00"
              READ EmployerFile
                 AT END SET EndOfEmployers TO TRUE
              END-READ
              PERFORM UNTIL EndOfEmployers
                 MOVE EmpCode TO SlotCode
                 PERFORM LocateEmployerSlot
                 READ EmployerFile
                    AT END SET EndOfEmployers TO TRUE
                 END-READ
              END-PERFORM
              CLOSE EmployerFile
           END-IF.

      * SlotIdx for SlotCode, opening a slot for a code not seen
      * yet; blank is the main job, and a code past the ninth slot
      * is priced with the main job.
       LocateEmployerSlot.
           IF SlotCode = SPACES
              MOVE MainEmpCode TO SlotCode
           END-IF
           PERFORM VARYING EpIdx FROM 1 BY 1
              UNTIL EpIdx > EmpPayCount
              IF EpCode(EpIdx) = SlotCode
                 SET SlotIdx TO EpIdx
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF EmpPayCount >= 9
              MOVE 1 TO SlotIdx
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO EmpPayCount
           PERFORM ClearEmployerSlot
           MOVE SlotCode TO EpCode(EmpPayCount)
           MOVE EmpPayCount TO SlotIdx.

       ClearEmployerSlot.
           MOVE SPACES TO EpRates(EmpPayCount), EpDeduct(EmpPayCount)
           MOVE "N" TO EpRatesFound(EmpPayCount),
              EpDeductFound(EmpPayCount), EpWorked(EmpPayCount)
           MOVE ZEROES TO PeriodTally
           MOVE PeriodTally TO EpTally(EmpPayCount).

      * Only the links for the dates the period spans are kept.
       LoadEmployerLinks.
           MOVE ZEROES TO EmpLinkCount
           OPEN INPUT WorkEmployer
           IF WorkEmployerStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ WorkEmployer
              AT END SET EndOfWorkEmployer TO TRUE
           END-READ
           PERFORM UNTIL EndOfWorkEmployer
              IF WEDate >= PeriodFirstDate
                 AND WEDate <= PeriodLastDate
                 IF EmpLinkCount < 1000
                    ADD 1 TO EmpLinkCount
                    SET ElIdx TO EmpLinkCount
                    MOVE WEDate TO ElDate(ElIdx)
                    MOVE WESeqNr TO ElSeqNr(ElIdx)
                    MOVE WECode TO ElCode(ElIdx)
                 END-IF
              END-IF
              READ WorkEmployer
                 AT END SET EndOfWorkEmployer TO TRUE
              END-READ
           END-PERFORM
           CLOSE WorkEmployer.

      * SlotIdx of the entry in the buffer: the newest link for its
      * date and sequence wins, and an entry with none is the main
      * job's.
       FindRecordEmployer.
           MOVE SPACES TO SlotCode
           PERFORM VARYING ElIdx FROM 1 BY 1
              UNTIL ElIdx > EmpLinkCount
              IF ElDate(ElIdx) = WHDate AND ElSeqNr(ElIdx) = WHSeqNr
                 MOVE ElCode(ElIdx) TO SlotCode
              END-IF
           END-PERFORM
           PERFORM LocateEmployerSlot.

       SeedDefaultDeductions.
           MOVE 5000.00 TO DRBand1Top
           MOVE 0.00 TO DRBand1Pct
           MOVE 36.00 TO DRBand3Pct
           MOVE 2.00 TO DRPensionPct
           MOVE 450.00 TO DRUnionDues.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "CashFlowProjection" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE WHFileNameVar TO PvInputName
           MOVE "W" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "PayRates.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "DeductRules.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Employers.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "WorkEmployer.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Subscriptions.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Invoices.dat" TO PvInputName
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
