      * union dues amount, seeded with defaults on first run and
      * edited with mode 3), and each deduction prints as its own
      * line so the bank amount can be checked without a spreadsheet.
      * The payslip actually received is keyed in with mode 7
      * (Payslips.dat, one record per PayPeriodId) and mode 8 sets
      * every line of it beside the figure computed here, writing
      * PayslipVariance.rpt; a line off by more than the threshold is
      * logged as an open discrepancy in PayDiscrepancies.dat and
      * stays on the list until mode 9 marks it resolved with the
      * employer.
      * Pay rates are effective-dated: PayRates.dat holds one record
      * per rate change, each with the date it applies from, and every
      * worked or leave day is priced at the rates in force on that
      * day, so a rerun never reprices an old period. A raise agreed
      * late but backdated is entered with its real effective date;
      * mode A then prints BackPay.rpt, period by period, with the pay
      * under the rates known before that change and under the new
      * ones, for checking the employer's retro payment.
      * Pay, rates and deductions are PAY figures. An operator without
      * the PAY class (FigureMask) still gets mode 1's statements, with
      * hours and leave days as usual and "****" for every rate and
      * amount; the other modes deal in nothing but pay and need the
      * class outright.
      * A second job is kept apart from the first: once Employers.dat
      * (EmployerRegister) names more than one employer, each entry's
      * employer is its WorkEmployer.dat link (no link = the main
      * job), and PayRates.dat, DeductRules.dat, HolidayAccrual.dat,
      * Payslips.dat and PayDiscrepancies.dat carry an employer code
      * on every record -- blank in a file from before the register,
      * read as the main job. Each employer gets its own statement
      * block per period, its own rates and deductions, and its own
      * holiday pay base and payout; the modes that work on one
      * employer ask which. An employer added to the register starts
      * on the default rates and deduction rules until edited.
      * Only the links dated inside the period, year or back-pay span
      * being worked on are loaded; a span holding more links than
      * the table takes stops the run instead of paying the overflow
      * as the main job's.
      * Every period mode 1 prints also leaves its computed gross and
      * net in StatementNets.dat, one row per period and employer
      * (a rerun replaces the rows it prices and copies the rest
      * through), so NetWorth can count a month's pay before the
      * payslip for it is keyed in.
      * Each report ends with the ReportProvenance block: operator, run
      * time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HolidayPayStmt ASSIGN TO "HolidayPay.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BackPayReport ASSIGN TO "BackPay.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PayslipFile ASSIGN TO "Payslips.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PayslipStatus.

           SELECT DiscrepancyFile ASSIGN TO "PayDiscrepancies.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DiscrepancyStatus.

           SELECT VarianceReport ASSIGN TO "PayslipVariance.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EmployerFile ASSIGN TO "Employers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EmployerStatus.

           SELECT WorkEmployer ASSIGN TO "WorkEmployer.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WorkEmployerStatus.

           SELECT NetFile ASSIGN TO "StatementNets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NetFileStatus.

           SELECT NetFileNew ASSIGN TO "StatementNets.new"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD WorkHourFile.
           02 PRStandbyRate     PIC 9(4)V99.
      * Norwegian holiday pay (feriepenger) percentage of gross.
           02 PRFeriePct        PIC 99V99.
      * First day the record applies; the single record of a file
      * from before effective dating reads back as spaces here and
      * is repaired to zeroes, i.e. in force from the beginning.
           02 PREffFrom         PIC 9(8).
      * Employer the rates are for; blank in a file from before the
      * employer register, which LoadPayRates reads as the main job.
           02 PREmployer        PIC X(6).

      * Tax is banded on the period gross: the slice up to the band 1
      * top pays the band 1 percentage, the slice from there to the
           02 DRBand3Pct        PIC 99V99.
           02 DRPensionPct      PIC 99V99.
           02 DRUnionDues       PIC 9(4)V99.
      * One record per employer; the single record of a file from
      * before the employer register has a blank code, the main job.
           02 DREmployer        PIC X(6).

       FD PayStatement.
       01 PrintLine             PIC X(60).
           02 HAAmount          PIC 9(7)V99.
           02 HAPaidFlag        PIC X.
           02 HAPaidDate        PIC 9(8).
           02 HAEmployer        PIC X(6).

       FD HolidayPayStmt.
       01 HpPrintLine           PIC X(60).

       FD BackPayReport.
       01 BpPrintLine           PIC X(60).

      * The payslip as received from the employer, one record per
      * PayPeriodId; keying a period again replaces its record.
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

      * One record per payslip line found off; PDStatus "O" while it
      * is being chased with the employer, "R" once resolved.
       FD DiscrepancyFile.
       01 DiscrepancyRecord.
           88 EndOfDiscrepancyFile VALUE HIGH-VALUES.
           02 PDPeriod          PIC 9(6).
           02 PDItem            PIC X(10).
           02 PDExpected        PIC 9(7)V99.
           02 PDActual          PIC 9(7)V99.
           02 PDStatus          PIC X.
              88 PDOpen         VALUE "O".
              88 PDResolved     VALUE "R".
           02 PDFoundDate       PIC 9(8).
           02 PDResolvedDate    PIC 9(8).
           02 PDNote            PIC X(30).
           02 PDEmployer        PIC X(6).

       FD VarianceReport.
       01 VarPrintLine          PIC X(75).

       FD EmployerFile.
       01 EmployerRecord.
           88 EndOfEmployers    VALUE HIGH-VALUES.
           COPY "EMPLOYREC.cpy".

      * WorkHourWriter's employer link per date and sequence.
       FD WorkEmployer.
       01 WorkEmployerRecord.
           88 EndOfWorkEmployer VALUE HIGH-VALUES.
           02 WEDate            PIC 9(8).
           02 WESeqNr           PIC 9(2).
           02 WECode            PIC X(6).

      * The gross and net mode 1 computed for a period and employer;
      * a negative net is kept as zero.
       FD NetFile.
       01 NetRecord.
           88 EndOfNetFile      VALUE HIGH-VALUES.
           02 NtPeriod          PIC 9(6).
           02 NtEmployer        PIC X(6).
           02 NtGross           PIC 9(7)V99.
           02 NtNet             PIC 9(7)V99.
           02 NtWritten         PIC 9(8).

       FD NetFileNew.
       01 NetNewLine            PIC X(38).

       WORKING-STORAGE SECTION.
       01 WHFileNameVar         PIC X(60) VALUE "WorkHours.dat".
       01 WHLayoutGen           PIC 9(2) VALUE 02.
           88 AnnualStmtMode    VALUE "4".
           88 AccruePayMode     VALUE "5".
           88 PayoutMode        VALUE "6".
           88 EnterPayslipMode  VALUE "7".
           88 VarianceMode      VALUE "8".
           88 ResolveMode       VALUE "9".
           88 BackPayMode       VALUE "A" "a".
       01 TargetPeriod          PIC X(6).
       01 TargetPeriodNum REDEFINES TargetPeriod PIC 9(6).

       01 PeriodTable.
           02 PeriodEntry       OCCURS 48 TIMES INDEXED BY PerIdx.
              03 PerId          PIC 9(6).
              03 PerEmp         PIC X(6).
              03 PerRegHours    PIC 9(4)V99.
              03 PerOTHours     PIC 9(3)V99.
              03 PerVacDays     PIC 9(3).
              03 PerHolDays     PIC 9(3).
              03 PerUnpDays     PIC 9(3).
              03 PerStandbyHrs  PIC 9(4)V99.
      * money priced day by day at the rates in force on each day
              03 PerRegPay      PIC 9(7)V99.
              03 PerOTPay       PIC 9(6)V99.
              03 PerStandbyPay  PIC 9(6)V99.
              03 PerLeavePay    PIC 9(6)V99.
              03 PerRegRate     PIC 9(4)V99.
              03 PerOTRate      PIC 9(4)V99.
              03 PerSbRate      PIC 9(4)V99.
              03 PerRateMixed   PIC X.
       01 PeriodCount           PIC 9(3) VALUE ZERO.
       01 PeriodFound           PIC X VALUE "N".
           88 FoundPeriodEntry  VALUE "Y".
       01 UseIdx                PIC 9(3).

       01 DayOTHours            PIC 9V99.
       01 DayPay                PIC 9(6)V99.
       01 DayRegHours           PIC 9(2)V99.

      * Every PayRates.dat record in effective-date order; the pricing
      * paragraphs copy the one in force into PayRatesRecord.
       01 RateTable.
           02 RateEntry         OCCURS 30 TIMES INDEXED BY RtIdx.
              03 RtEffFrom      PIC 9(8).
              03 RtExcluded     PIC X.
              03 RtEmp          PIC X(6).
              03 RtImage        PIC X(43).
       01 RateCount             PIC 9(2) VALUE ZERO.
       01 RateDate              PIC 9(8).
       01 RateShuffle           PIC 9(2).
       01 RateInsertAt          PIC 9(2).
       01 RateDateIn            PIC X(8).
       01 RateDateOk            PIC X.
       01 TodayRateDate         PIC 9(8).
       01 RateEmp               PIC X(6).
       01 RateEmpFound          PIC X.
       01 EmpRateCount          PIC 9(2).

      * DeductRules.dat, one record per employer.
       01 DeductTable.
           02 DeductEntry       OCCURS 10 TIMES INDEXED BY DtIdx.
              03 DtEmp          PIC X(6).
              03 DtImage        PIC X(44).
       01 DeductCount           PIC 9(2) VALUE ZERO.
       01 DeductEmp             PIC X(6).
       01 DeductAdded           PIC X.
           88 DeductRulesAdded  VALUE "Y".

       01 EmployerStatus        PIC XX.
       01 WorkEmployerStatus    PIC XX.
       01 NetFileStatus         PIC XX.
       01 NetSwapCmd            PIC X(50).
       01 NetRepriced           PIC X.
       01 EmployerTable.
           02 EmployerEntry     OCCURS 9 TIMES INDEXED BY EmIdx.
              03 EtCode         PIC X(6).
              03 EtName         PIC X(30).
       01 EmployerCount         PIC 9 VALUE ZERO.
       01 MainEmpCode           PIC X(6) VALUE SPACES.
       01 EmpLinkTable.
           02 EmpLinkEntry      OCCURS 2000 TIMES INDEXED BY ElIdx.
              03 ElDate         PIC 9(8).
              03 ElSeqNr        PIC 9(2).
              03 ElCode         PIC X(6).
       01 EmpLinkCount          PIC 9(4) VALUE ZERO.
       01 LinkFrom              PIC 9(8).
       01 LinkTo                PIC 9(8).
       01 RecEmpCode            PIC X(6).
       01 SelEmp                PIC X(6).
       01 EmpCodeInput          PIC X(6).
       01 EmployerFound         PIC X.
           88 FoundEmployer     VALUE "Y".
       01 EmpNameKey            PIC X(6).
       01 EmpLinePrinted        PIC X.
      * Set by the modes that work on one employer: the tally then
      * passes over every other employer's entries.
       01 TallyEmpFilter        PIC X VALUE "N".
           88 TallyOneEmployer  VALUE "Y".

       01 BackPayEffFrom        PIC 9(8).
      * the backdated record itself -- not RateShuffle, which every
      * SelectRateForDate in the tally overwrites
       01 BackPayRateIdx        PIC 9(2).
       01 BackPayTable.
           02 BackPayEntry      OCCURS 48 TIMES INDEXED BY BpIdx.
              03 BpPeriod       PIC 9(6).
              03 BpOldGross     PIC 9(7)V99.
       01 BackPayCount          PIC 9(2) VALUE ZERO.
       01 BackPayDiff           PIC S9(7)V99.
       01 BackPayTotal          PIC S9(8)V99.
       01 PaidLeaveDays         PIC 9(3).
       01 GrossPay              PIC 9(7)V99.
       01 LeavePay              PIC 9(6)V99.
           02 PrnRegHours       PIC ZZZ9.99.
           02 FILLER            PIC X(4) VALUE " @ ".
           02 PrnRegRate        PIC ZZZ9.99.
           02 PrnRegRateMask REDEFINES PrnRegRate
                                PIC X(7) JUSTIFIED RIGHT.

       01 OvertimeLine.
           02 FILLER            PIC X(18) VALUE "  Overtime hours:".
           02 PrnOTHours        PIC ZZZ9.99.
           02 FILLER            PIC X(4) VALUE " @ ".
           02 PrnOTRate         PIC ZZZ9.99.
           02 PrnOTRateMask REDEFINES PrnOTRate
                                PIC X(7) JUSTIFIED RIGHT.

       01 LeaveDaysLine.
           02 FILLER            PIC X(14) VALUE "  Leave days:".
           02 PrnStandbyHrs     PIC ZZZ9.99.
           02 FILLER            PIC X(4) VALUE " @ ".
           02 PrnStandbyRate    PIC ZZZ9.99.
           02 PrnStandbyRateMask REDEFINES PrnStandbyRate
                                PIC X(7) JUSTIFIED RIGHT.

       01 GrossPayLine.
           02 FILLER            PIC X(18) VALUE "  Gross pay:".
           02 PrnGrossPay       PIC Z(6)9.99.
           02 PrnGrossPayMask REDEFINES PrnGrossPay
                                PIC X(10) JUSTIFIED RIGHT.

       01 TaxLine.
           02 FILLER            PIC X(18) VALUE "  Tax:".
           02 PrnTaxAmount      PIC Z(6)9.99.
           02 PrnTaxAmountMask REDEFINES PrnTaxAmount
                                PIC X(10) JUSTIFIED RIGHT.

       01 PensionLine.
           02 FILLER            PIC X(18) VALUE "  Pension:".
           02 PrnPension        PIC Z(6)9.99.
           02 PrnPensionMask REDEFINES PrnPension
                                PIC X(10) JUSTIFIED RIGHT.

       01 UnionLine.
           02 FILLER            PIC X(18) VALUE "  Union dues:".
           02 PrnUnion          PIC Z(6)9.99.
           02 PrnUnionMask REDEFINES PrnUnion
                                PIC X(10) JUSTIFIED RIGHT.

       01 NetPayLine.
           02 FILLER            PIC X(18) VALUE "  Net pay:".
           02 PrnNetPay         PIC Z(6)9.99.
           02 PrnNetPayMask REDEFINES PrnNetPay
                                PIC X(10) JUSTIFIED RIGHT.

       01 EmployerLine.
           02 FILLER            PIC X(18) VALUE "  Employer:".
           02 PrnEmployerName   PIC X(30).

       01 RateMixedLine         PIC X(60)
           VALUE "  (rates changed within the period, priced per day)".

       01 BackPayHeading.
           02 FILLER            PIC X(35)
              VALUE "Back pay for the rate change from ".
           02 PrnBpEffFrom      PIC 9(8).
       01 BackPayColumns        PIC X(60)
           VALUE "  Period     Old rates    New rates   Owed".
       01 BackPayLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnBpPeriod       PIC 9(6).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnBpOld          PIC Z(6)9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnBpNew          PIC Z(6)9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnBpDiff         PIC Z(6)9.99-.
       01 BackPayTotalLine.
           02 FILLER            PIC X(36)
              VALUE "  Total gross owed:".
           02 PrnBpTotal        PIC Z(7)9.99-.
       01 BackPayFerieLine.
           02 FILLER            PIC X(36)
              VALUE "  Holiday pay on it at the new rate:".
           02 PrnBpFerie        PIC Z(7)9.99-.

       01 Divider               PIC X(60) VALUE ALL "*".
       01 OTRateEdited          PIC 9(4)V99.

       01 HolidayAccrualStatus  PIC XX.
       01 AccrualTable.
           02 AccrualEntry      OCCURS 20 TIMES.
              03 AccYear        PIC 9(4).
              03 AccEmp         PIC X(6).
              03 AccBase        PIC 9(8)V99.
              03 AccAmount      PIC 9(7)V99.
              03 AccPaid        PIC X.
       01 PermNameWS            PIC X(30).
       01 PermResultWS          PIC X.

       01 PayslipStatus         PIC XX.
       01 DiscrepancyStatus     PIC XX.
       01 PayslipTable.
           02 PayslipEntry      OCCURS 600 TIMES INDEXED BY PsIdx.
              03 PsPeriodT      PIC 9(6).
              03 PsGrossT       PIC 9(7)V99.
              03 PsOvertimeT    PIC 9(6)V99.
              03 PsStandbyT     PIC 9(6)V99.
              03 PsTaxT         PIC 9(6)V99.
              03 PsPensionT     PIC 9(6)V99.
              03 PsUnionT       PIC 9(4)V99.
              03 PsNetT         PIC 9(7)V99.
              03 PsEnteredT     PIC 9(8).
              03 PsEmpT         PIC X(6).
       01 PayslipCount          PIC 9(3) VALUE ZERO.
       01 PayslipOverflow       PIC X VALUE "N".
       01 DiscFullShown         PIC X VALUE "N".
       01 PayslipFound          PIC X.
           88 FoundPayslip      VALUE "Y".
       01 DiscTable.
           02 DiscEntry         OCCURS 200 TIMES INDEXED BY DsIdx.
              03 DsPeriod       PIC 9(6).
              03 DsItem         PIC X(10).
              03 DsExpected     PIC 9(7)V99.
              03 DsActual       PIC 9(7)V99.
              03 DsStatus       PIC X.
              03 DsFoundDate    PIC 9(8).
              03 DsResolvedDate PIC 9(8).
              03 DsNote         PIC X(30).
              03 DsEmp          PIC X(6).
       01 DiscCount             PIC 9(3) VALUE ZERO.
       01 DiscFound             PIC X.
           88 FoundDisc         VALUE "Y".
       01 SlipPeriod            PIC 9(6).
       01 SlipEmp               PIC X(6).
       01 SlipInput             PIC X(12).
       01 SlipNumValue          PIC S9(6)V99.
       01 SlipNumOk             PIC X.
       01 SlipAmount            PIC 9(7)V99.
       01 VarThreshold          PIC 9(4)V99 VALUE 1.00.
       01 VarItemName           PIC X(10).
       01 VarExpected           PIC 9(7)V99.
       01 VarActual             PIC 9(7)V99.
       01 VarDiff               PIC S9(7)V99.
       01 VarFlagCount          PIC 9(3) VALUE ZERO.
       01 OpenDiscCount         PIC 9(3) VALUE ZERO.
       01 ResolvePeriod         PIC 9(6).
       01 ResolveItem           PIC X(10).

       01 VarHeading.
           02 FILLER            PIC X(30)
              VALUE "Payslip variance -- period ".
           02 PrnVarPeriod      PIC 9(6).
       01 VarColumnLine         PIC X(60)
           VALUE "  Line        Computed     Payslip    Difference".
       01 VarDetailLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnVarItem        PIC X(10).
           02 PrnVarExpected    PIC Z(6)9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnVarActual      PIC Z(6)9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnVarDiff        PIC Z(6)9.99-.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnVarFlag        PIC X(13).
       01 OpenDiscHeading       PIC X(60)
           VALUE "Open discrepancies with the employer:".
       01 OpenDiscLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnDiscPeriod     PIC 9(6).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnDiscItem       PIC X(10).
           02 PrnDiscExpected   PIC Z(6)9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnDiscActual     PIC Z(6)9.99.
           02 FILLER            PIC X(7) VALUE " since ".
           02 PrnDiscFound      PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnDiscEmp        PIC X(6).
       01 VarNoneLine           PIC X(20) VALUE "  (none)".

       01 HpHeading.
           02 FILLER            PIC X(26)
              VALUE "Holiday pay statement for ".
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnYearLeave      PIC Z(6)9.99.

       COPY "PROVREQ.cpy".
       COPY "MASKREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WHFileNameVar FROM ENVIRONMENT "WORKHOURFILE"
              STOP RUN
           END-IF

           PERFORM LoadEmployers
           PERFORM LoadPayRates
           PERFORM LoadDeductionRules

           DISPLAY "4 = Annual earnings statement"
           DISPLAY "5 = Post holiday pay accrual   "
              "6 = Holiday pay payout statement"
           DISPLAY "7 = Enter received payslip   "
              "8 = Payslip variance report   9 = Resolve discrepancy"
           DISPLAY "A = Back-pay report for a backdated rate change"
           ACCEPT RunMode
           IF EditRatesMode OR EditDeductMode OR AnnualStmtMode
              OR AccruePayMode OR PayoutMode OR EnterPayslipMode
              OR VarianceMode OR ResolveMode OR BackPayMode
              MOVE "PAY" TO PermNameWS
              CALL "CheckPermission" USING PermNameWS, PermResultWS
              IF PermResultWS NOT = "Y"
                 DISPLAY "That mode needs the PAY class -- ask the "
                    "admin (mode 1 prints statements with the "
                    "amounts masked)"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF EditRatesMode
              MOVE "EditPayRates" TO PermNameWS
              CALL "CheckPermission" USING PermNameWS, PermResultWS
              PERFORM HolidayPayout
              STOP RUN
           END-IF
           IF EnterPayslipMode
              PERFORM EnterPayslip
              STOP RUN
           END-IF
           IF VarianceMode
              PERFORM PayslipVarianceReport
              STOP RUN
           END-IF
           IF ResolveMode
              PERFORM ResolveDiscrepancy
              STOP RUN
           END-IF
           IF BackPayMode
              PERFORM BackPayReportRun
              STOP RUN
           END-IF

           DISPLAY "Pay period (YYYYMM, Enter for all periods)"
           ACCEPT TargetPeriod
           PERFORM SetPeriodLinkSpan
           PERFORM LoadEmployerLinks

           OPEN INPUT WorkHourFile
           IF WHFileStatus = "35"
           IF PeriodCount = ZERO
              DISPLAY "No entries found for that pay period"
           ELSE
              PERFORM StartProvenance
              MOVE "PayStatementWriter" TO FmProgramName
              MOVE "PayStatement.rpt" TO FmOutputName
              MOVE "Y" TO FmCarriesPay
              MOVE "N" TO FmCarriesMoney
              CALL "FigureMask" USING FigureMaskRequest
              PERFORM OpenStatementNets
              OPEN OUTPUT PayStatement
              PERFORM VARYING PerIdx FROM 1 BY 1
                 UNTIL PerIdx > PeriodCount
                 PERFORM WritePeriodStatement
                 PERFORM WriteStatementNet
              END-PERFORM
              CLOSE PayStatement
              PERFORM CloseStatementNets
              MOVE "PayStatement.rpt" TO PvReportName
              PERFORM StampProvenance
              DISPLAY "Statements written to PayStatement.rpt"
           END-IF
           STOP RUN.

       LoadPayRates.
           MOVE ZEROES TO RateCount
           MOVE "N" TO RateDateOk
           OPEN INPUT PayRatesFile
           IF PayRatesStatus = "00"
              PERFORM UNTIL PayRatesStatus NOT = "00"
                 READ PayRatesFile
                    AT END MOVE "10" TO PayRatesStatus
                 END-READ
                 IF PayRatesStatus = "00"
      * a rates file written before the standby rate, the holiday
      * pay percentage or the effective date existed reads back as
      * spaces there -- repair it with the defaults
                    IF PRStandbyRate IS NOT NUMERIC
                       MOVE 85.00 TO PRStandbyRate
                       MOVE "Y" TO RateDateOk
                    END-IF
                    IF PRFeriePct IS NOT NUMERIC
                       MOVE 10.20 TO PRFeriePct
                       MOVE "Y" TO RateDateOk
                    END-IF
                    IF PREffFrom IS NOT NUMERIC
                       MOVE ZEROES TO PREffFrom
                       MOVE "Y" TO RateDateOk
                    END-IF
                    IF PREmployer = SPACES
                       MOVE MainEmpCode TO PREmployer
                    END-IF
                    PERFORM StoreRateRecord
                 END-IF
              END-PERFORM
              CLOSE PayRatesFile
           END-IF
           MOVE MainEmpCode TO RateEmp
           PERFORM SeedMissingRates
           PERFORM VARYING EmIdx FROM 1 BY 1
              UNTIL EmIdx > EmployerCount
              MOVE EtCode(EmIdx) TO RateEmp
              PERFORM SeedMissingRates
           END-PERFORM
           IF RateDateOk = "Y"
              PERFORM SavePayRates
           END-IF
           ACCEPT TodayRateDate FROM DATE YYYYMMDD
           MOVE TodayRateDate TO RateDate
           MOVE MainEmpCode TO RateEmp
           PERFORM SelectRateForDate.

      * An employer with no rate record yet (a new one on the
      * register, or the first run) starts on the defaults.
       SeedMissingRates.
           MOVE "N" TO RateEmpFound
           PERFORM VARYING RtIdx FROM 1 BY 1
              UNTIL RtIdx > RateCount
              IF RtEmp(RtIdx) = RateEmp
                 MOVE "Y" TO RateEmpFound
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF RateEmpFound = "N"
              PERFORM SeedDefaultRates
              MOVE RateEmp TO PREmployer
              PERFORM StoreRateRecord
              MOVE "Y" TO RateDateOk
           END-IF.

      * Files PayRatesRecord into the rate table in effective-date
      * order; a record for a date and employer already there
      * replaces it.
       StoreRateRecord.
           PERFORM VARYING RtIdx FROM 1 BY 1
              UNTIL RtIdx > RateCount
              IF RtEffFrom(RtIdx) = PREffFrom
                 AND RtEmp(RtIdx) = PREmployer
                 MOVE PayRatesRecord TO RtImage(RtIdx)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF RateCount >= 30
              DISPLAY "Rate table full -- ignoring rates from "
                 PREffFrom
              EXIT PARAGRAPH
           END-IF
           COMPUTE RateInsertAt = RateCount + 1
           PERFORM UNTIL RateInsertAt = 1
              OR RtEffFrom(RateInsertAt - 1) < PREffFrom
              COMPUTE RateShuffle = RateInsertAt - 1
              MOVE RateEntry(RateShuffle) TO RateEntry(RateInsertAt)
              MOVE RateShuffle TO RateInsertAt
           END-PERFORM
           ADD 1 TO RateCount
           SET RtIdx TO RateInsertAt
           MOVE PREffFrom TO RtEffFrom(RtIdx)
           MOVE "N" TO RtExcluded(RtIdx)
           MOVE PREmployer TO RtEmp(RtIdx)
           MOVE PayRatesRecord TO RtImage(RtIdx).

      * Loads PayRatesRecord with RateEmp's latest record in force
      * on RateDate; one excluded by the back-pay run is passed over.
      * A day before the employer's first record still uses that
      * first record.
       SelectRateForDate.
           MOVE ZEROES TO RateShuffle
           PERFORM VARYING RtIdx FROM 1 BY 1
              UNTIL RtIdx > RateCount
              IF RtEffFrom(RtIdx) > RateDate
                 EXIT PERFORM
              END-IF
              IF RtExcluded(RtIdx) NOT = "Y"
                 AND RtEmp(RtIdx) = RateEmp
                 SET RateShuffle TO RtIdx
              END-IF
           END-PERFORM
           IF RateShuffle = ZERO
              PERFORM VARYING RtIdx FROM 1 BY 1
                 UNTIL RtIdx > RateCount
                 IF RtEmp(RtIdx) = RateEmp
                    SET RateShuffle TO RtIdx
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF
           IF RateShuffle = ZERO
              MOVE 1 TO RateShuffle
           END-IF
           MOVE RtImage(RateShuffle) TO PayRatesRecord.

       SeedDefaultRates.
           MOVE 250.00 TO PRRegularRate
           MOVE 1.50 TO PROvertimePrem
           MOVE "N" TO PRUnpaidPaid
           MOVE 7.50 TO PRLeaveDayHours
           MOVE 85.00 TO PRStandbyRate
           MOVE 10.20 TO PRFeriePct
           MOVE ZEROES TO PREffFrom.

       SavePayRates.
           OPEN OUTPUT PayRatesFile
           PERFORM VARYING RtIdx FROM 1 BY 1
              UNTIL RtIdx > RateCount
              MOVE RtImage(RtIdx) TO PayRatesRecord
              WRITE PayRatesRecord
           END-PERFORM
           CLOSE PayRatesFile.

       LoadDeductionRules.
           MOVE ZEROES TO DeductCount
           OPEN INPUT DeductRulesFile
           IF DeductRulesStatus = "00"
              PERFORM UNTIL DeductRulesStatus NOT = "00"
                 READ DeductRulesFile
                    AT END MOVE "10" TO DeductRulesStatus
                 END-READ
                 IF DeductRulesStatus = "00"
                    IF DREmployer = SPACES
                       MOVE MainEmpCode TO DREmployer
                    END-IF
                    PERFORM StoreDeductRules
                 END-IF
              END-PERFORM
              CLOSE DeductRulesFile
           END-IF
           MOVE "N" TO DeductAdded
           MOVE MainEmpCode TO DeductEmp
           PERFORM SeedMissingDeductions
           PERFORM VARYING EmIdx FROM 1 BY 1
              UNTIL EmIdx > EmployerCount
              MOVE EtCode(EmIdx) TO DeductEmp
              PERFORM SeedMissingDeductions
           END-PERFORM
           IF DeductRulesAdded
              PERFORM SaveDeductionRules
           END-IF.

       SeedMissingDeductions.
           PERFORM VARYING DtIdx FROM 1 BY 1
              UNTIL DtIdx > DeductCount
              IF DtEmp(DtIdx) = DeductEmp
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           PERFORM SeedDefaultDeductions
           MOVE DeductEmp TO DREmployer
           PERFORM StoreDeductRules
           SET DeductRulesAdded TO TRUE.

      * Files DeductRulesRecord under its employer, replacing the
      * employer's rules when they are already in the table.
       StoreDeductRules.
           PERFORM VARYING DtIdx FROM 1 BY 1
              UNTIL DtIdx > DeductCount
              IF DtEmp(DtIdx) = DREmployer
                 MOVE DeductRulesRecord TO DtImage(DtIdx)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF DeductCount >= 10
              DISPLAY "Deduction table full -- ignoring rules for "
                 DREmployer
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO DeductCount
           SET DtIdx TO DeductCount
           MOVE DREmployer TO DtEmp(DtIdx)
           MOVE DeductRulesRecord TO DtImage(DtIdx).

      * Loads DeductRulesRecord with DeductEmp's rules; an employer
      * code not in the table falls back to the first record.
       SelectDeductRules.
           MOVE DtImage(1) TO DeductRulesRecord
           PERFORM VARYING DtIdx FROM 1 BY 1
              UNTIL DtIdx > DeductCount
              IF DtEmp(DtIdx) = DeductEmp
                 MOVE DtImage(DtIdx) TO DeductRulesRecord
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       SeedDefaultDeductions.
           MOVE 5000.00 TO DRBand1Top
           MOVE 0.00 TO DRBand1Pct

       SaveDeductionRules.
           OPEN OUTPUT DeductRulesFile
           PERFORM VARYING DtIdx FROM 1 BY 1
              UNTIL DtIdx > DeductCount
              MOVE DtImage(DtIdx) TO DeductRulesRecord
              WRITE DeductRulesRecord
           END-PERFORM
           CLOSE DeductRulesFile.

       EditDeductionRules.
           PERFORM AskStatementEmployer
           MOVE SelEmp TO DeductEmp
           PERFORM SelectDeductRules
           DISPLAY "Current band 1: up to " DRBand1Top " at "
              DRBand1Pct " %"
           DISPLAY "Band 1 top amount per period"
           ACCEPT DRPensionPct
           DISPLAY "Union dues flat amount per period"
           ACCEPT DRUnionDues
           MOVE SelEmp TO DREmployer
           PERFORM StoreDeductRules
           PERFORM SaveDeductionRules
           DISPLAY "Deduction rules saved".

      * Kept apart from the print paragraph so every statement mode
      * computes net pay the same way.
       ComputeDeductions.
           MOVE PerEmp(PerIdx) TO DeductEmp
           PERFORM SelectDeductRules
           MOVE ZEROES TO TaxAmount
           IF GrossPay > DRBand1Top
              IF GrossPay > DRBand2Top
           COMPUTE NetPay = GrossPay - TaxAmount
              - PensionAmount - UnionAmount.

      * A rate change is a new record from its effective date, so
      * the periods before it keep the rates they were paid at; the
      * prompts start from the rates in force on that date.
       EditPayRates.
           PERFORM AskStatementEmployer
           MOVE SelEmp TO RateEmp
           PERFORM VARYING RtIdx FROM 1 BY 1
              UNTIL RtIdx > RateCount
              IF RtEmp(RtIdx) = RateEmp
                 MOVE RtImage(RtIdx) TO PayRatesRecord
                 DISPLAY "  from " RtEffFrom(RtIdx) ": regular "
                    PRRegularRate " standby " PRStandbyRate
              END-IF
           END-PERFORM
           MOVE "N" TO RateDateOk
           PERFORM UNTIL RateDateOk = "Y"
              DISPLAY "Effective from (YYYYMMDD, may be in the past)"
              ACCEPT RateDateIn
              CALL "CheckDate" USING RateDateIn, RateDateOk
              IF RateDateOk NOT = "Y"
                 DISPLAY "Enter a valid date"
              END-IF
           END-PERFORM
           MOVE RateDateIn TO RateDate
           PERFORM SelectRateForDate
           DISPLAY "Regular rate in force then: " PRRegularRate
           DISPLAY "New regular hourly rate"
           ACCEPT PRRegularRate
           DISPLAY "Overtime premium multiplier (e.g. 1.50)"
           ACCEPT PRStandbyRate
           DISPLAY "Holiday pay percentage of gross (e.g. 10.20)"
           ACCEPT PRFeriePct
           MOVE RateDate TO PREffFrom
           MOVE RateEmp TO PREmployer
           PERFORM StoreRateRecord
           PERFORM SavePayRates
           DISPLAY "Pay rates from " PREffFrom " saved".

      * One tally entry per pay period and employer, each day priced
      * at its own employer's rates.
       TallyPeriodRecord.
           IF WHVoided
              EXIT PARAGRAPH
           END-IF
           PERFORM FindRecordEmployer
           IF TallyOneEmployer AND RecEmpCode NOT = SelEmp
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO PeriodFound
           PERFORM VARYING PerIdx FROM 1 BY 1
              UNTIL PerIdx > PeriodCount
              IF PerId(PerIdx) = PayPeriodId
                 AND PerEmp(PerIdx) = RecEmpCode
                 SET FoundPeriodEntry TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           MOVE WHDate TO RateDate
           MOVE RecEmpCode TO RateEmp
           PERFORM SelectRateForDate
           IF NOT FoundPeriodEntry
              IF PeriodCount >= 48
                 DISPLAY "Period table full -- skipping " PayPeriodId
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO PeriodCount
              SET PerIdx TO PeriodCount
              MOVE PayPeriodId TO PerId(PerIdx)
              MOVE RecEmpCode TO PerEmp(PerIdx)
              MOVE ZEROES TO PerRegHours(PerIdx), PerOTHours(PerIdx),
                 PerVacDays(PerIdx), PerSickDays(PerIdx),
                 PerHolDays(PerIdx), PerUnpDays(PerIdx),
                 PerStandbyHrs(PerIdx), PerRegPay(PerIdx),
                 PerOTPay(PerIdx), PerStandbyPay(PerIdx),
                 PerLeavePay(PerIdx)
              MOVE PRRegularRate TO PerRegRate(PerIdx)
              MOVE "N" TO PerRateMixed(PerIdx)
           END-IF
           IF PRRegularRate NOT = PerRegRate(PerIdx)
              MOVE "Y" TO PerRateMixed(PerIdx)
           END-IF
           MOVE PRRegularRate TO PerRegRate(PerIdx)
           COMPUTE PerOTRate(PerIdx) ROUNDED =
              PRRegularRate * PROvertimePrem
           MOVE PRStandbyRate TO PerSbRate(PerIdx)
           EVALUATE TRUE
              WHEN WHVacation
                 ADD 1 TO PerVacDays(PerIdx)
                 IF PRVacationPaid = "Y"
                    PERFORM PriceLeaveDay
                 END-IF
              WHEN WHSickLeave
                 ADD 1 TO PerSickDays(PerIdx)
                 IF PRSickPaid = "Y"
                    PERFORM PriceLeaveDay
                 END-IF
              WHEN WHHoliday
                 ADD 1 TO PerHolDays(PerIdx)
                 IF PRHolidayPaid = "Y"
                    PERFORM PriceLeaveDay
                 END-IF
              WHEN WHUnpaid
                 ADD 1 TO PerUnpDays(PerIdx)
                 IF PRUnpaidPaid = "Y"
                    PERFORM PriceLeaveDay
                 END-IF
              WHEN WHStandby
                 ADD WHHoursWorked TO PerStandbyHrs(PerIdx)
                 COMPUTE DayPay ROUNDED =
                    WHHoursWorked * PRStandbyRate
                 ADD DayPay TO PerStandbyPay(PerIdx)
              WHEN OTHER
                 IF WHOvertime AND WHHoursWorked > PROTThreshold
                    COMPUTE DayOTHours =
                       WHHoursWorked - PROTThreshold
                    MOVE PROTThreshold TO DayRegHours
                    ADD DayOTHours TO PerOTHours(PerIdx)
                    COMPUTE DayPay ROUNDED =
                       DayOTHours * PRRegularRate * PROvertimePrem
                    ADD DayPay TO PerOTPay(PerIdx)
                 ELSE
                    MOVE WHHoursWorked TO DayRegHours
                 END-IF
                 ADD DayRegHours TO PerRegHours(PerIdx)
                 COMPUTE DayPay ROUNDED = DayRegHours * PRRegularRate
                 ADD DayPay TO PerRegPay(PerIdx)
           END-EVALUATE.

       PriceLeaveDay.
           COMPUTE DayPay ROUNDED = PRLeaveDayHours * PRRegularRate
           ADD DayPay TO PerLeavePay(PerIdx).

       WritePeriodStatement.
           MOVE PerId(PerIdx) TO PrnStmtPeriod
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM StatementHeading AFTER ADVANCING 1 LINE
           IF EmployerCount > ZERO
              MOVE PerEmp(PerIdx) TO EmpNameKey
              PERFORM FindEmployerName
              WRITE PrintLine FROM EmployerLine AFTER ADVANCING 1 LINE
           END-IF

           MOVE PerRegHours(PerIdx) TO PrnRegHours
           MOVE PerRegRate(PerIdx) TO PrnRegRate
           IF FmMaskPay
              MOVE FmMaskText TO PrnRegRateMask
           END-IF
           WRITE PrintLine FROM RegularLine AFTER ADVANCING 1 LINE

           MOVE PerOTHours(PerIdx) TO PrnOTHours
           MOVE PerOTRate(PerIdx) TO OTRateEdited
           MOVE OTRateEdited TO PrnOTRate
           IF FmMaskPay
              MOVE FmMaskText TO PrnOTRateMask
           END-IF
           WRITE PrintLine FROM OvertimeLine AFTER ADVANCING 1 LINE

           MOVE PerVacDays(PerIdx) TO PrnVacDays
           WRITE PrintLine FROM LeaveDaysLine AFTER ADVANCING 1 LINE

           MOVE PerStandbyHrs(PerIdx) TO PrnStandbyHrs
           MOVE PerSbRate(PerIdx) TO PrnStandbyRate
           IF FmMaskPay
              MOVE FmMaskText TO PrnStandbyRateMask
           END-IF
           WRITE PrintLine FROM StandbyLine AFTER ADVANCING 1 LINE
           IF PerRateMixed(PerIdx) = "Y"
              WRITE PrintLine FROM RateMixedLine
                 AFTER ADVANCING 1 LINE
           END-IF

           PERFORM ComputePeriodPay
           MOVE GrossPay TO PrnGrossPay
           IF FmMaskPay
              MOVE FmMaskText TO PrnGrossPayMask
           END-IF
           WRITE PrintLine FROM GrossPayLine AFTER ADVANCING 1 LINE

           PERFORM ComputeDeductions
           MOVE TaxAmount TO PrnTaxAmount
           MOVE PensionAmount TO PrnPension
           MOVE UnionAmount TO PrnUnion
           MOVE NetPay TO PrnNetPay
           IF FmMaskPay
              MOVE FmMaskText TO PrnTaxAmountMask
              MOVE FmMaskText TO PrnPensionMask
              MOVE FmMaskText TO PrnUnionMask
              MOVE FmMaskText TO PrnNetPayMask
           END-IF
           WRITE PrintLine FROM TaxLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM PensionLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM UnionLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM NetPayLine AFTER ADVANCING 1 LINE.

      * StatementNets.new gets every row of StatementNets.dat for a
      * period and employer this run does not price, ahead of the
      * rows written for the statements; CloseStatementNets swaps it
      * in.
       OpenStatementNets.
           OPEN OUTPUT NetFileNew
           OPEN INPUT NetFile
           IF NetFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ NetFile
              AT END SET EndOfNetFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfNetFile
              MOVE "N" TO NetRepriced
              PERFORM VARYING PerIdx FROM 1 BY 1
                 UNTIL PerIdx > PeriodCount
                 IF PerId(PerIdx) = NtPeriod
                    AND PerEmp(PerIdx) = NtEmployer
                    MOVE "Y" TO NetRepriced
                 END-IF
              END-PERFORM
              IF NetRepriced = "N"
                 MOVE NetRecord TO NetNewLine
                 WRITE NetNewLine
              END-IF
              READ NetFile
                 AT END SET EndOfNetFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE NetFile.

      * GrossPay and NetPay as WritePeriodStatement just left them.
       WriteStatementNet.
           MOVE PerId(PerIdx) TO NtPeriod
           MOVE PerEmp(PerIdx) TO NtEmployer
           MOVE GrossPay TO NtGross
           IF NetPay < ZERO
              MOVE ZEROES TO NtNet
           ELSE
              MOVE NetPay TO NtNet
           END-IF
           ACCEPT NtWritten FROM DATE YYYYMMDD
           MOVE NetRecord TO NetNewLine
           WRITE NetNewLine.

       CloseStatementNets.
           CLOSE NetFileNew
           MOVE "mv StatementNets.new StatementNets.dat" TO NetSwapCmd
           CALL "SYSTEM" USING NetSwapCmd.

      * The one place period pay is computed, so every statement mode
      * (single period or annual) turns PerIdx's tally into the same
      * leave pay, overtime premium and gross figures. The tally has
      * already priced each day at the rates in force on it.
       ComputePeriodPay.
           MOVE PerLeavePay(PerIdx) TO LeavePay
           MOVE PerOTPay(PerIdx) TO OTPremiumPay
           MOVE PerStandbyPay(PerIdx) TO StandbyPay
           COMPUTE GrossPay ROUNDED =
              PerRegPay(PerIdx)
              + OTPremiumPay
              + StandbyPay
              + LeavePay.
              STOP RUN
           END-IF

           PERFORM StartProvenance
           OPEN OUTPUT AnnualStatement
           MOVE AnnualYear TO PrnAnnHeadYear
           WRITE AnnPrintLine FROM AnnualHeading
           WRITE AnnPrintLine AFTER ADVANCING 1 LINE
           MOVE ZEROES TO YearGross, YearOTPrem, YearLeavePay

      * one run of months per employer, the main job first
           MOVE MainEmpCode TO SelEmp
           PERFORM WriteAnnualEmployerLines
           PERFORM VARYING EmIdx FROM 1 BY 1
              UNTIL EmIdx > EmployerCount
              IF EtCode(EmIdx) NOT = MainEmpCode
                 MOVE EtCode(EmIdx) TO SelEmp
                 PERFORM WriteAnnualEmployerLines
              END-IF
           END-PERFORM

           MOVE Divider TO AnnPrintLine
           WRITE AnnPrintLine FROM YearTotalLine
              AFTER ADVANCING 1 LINE
           CLOSE AnnualStatement
           MOVE "AnnualStatement.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Annual statement written to AnnualStatement.rpt".

      * SelEmp's months in calendar order so the statement reads
      * January down; with employers on the register the months
      * follow the employer's name.
       WriteAnnualEmployerLines.
           MOVE "N" TO EmpLinePrinted
           PERFORM VARYING AnnualMonth FROM 1 BY 1
              UNTIL AnnualMonth > 12
              COMPUTE AnnualPeriodId =
                 (AnnualYear * 100) + AnnualMonth
              PERFORM VARYING PerIdx FROM 1 BY 1
                 UNTIL PerIdx > PeriodCount
                 IF PerId(PerIdx) = AnnualPeriodId
                    AND PerEmp(PerIdx) = SelEmp
                    IF EmployerCount > ZERO AND EmpLinePrinted = "N"
                       MOVE SelEmp TO EmpNameKey
                       PERFORM FindEmployerName
                       WRITE AnnPrintLine FROM EmployerLine
                          AFTER ADVANCING 1 LINE
                       MOVE "Y" TO EmpLinePrinted
                    END-IF
                    PERFORM WriteAnnualPeriodLine
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-PERFORM.

      * Accrues holiday pay for an earning year: the gross base is
      * summed from the year's records through the same tally and
      * ComputePeriodPay as the statements, the amount is base times
      * the PayRates percentage, and the year's record in
      * HolidayAccrual.dat is rewritten (a paid year keeps its paid
      * marker and is only reported, never re-posted). Each employer
      * accrues on its own gross at its own percentage.
       PostHolidayAccrual.
           MOVE ZEROES TO AnnualYear
           PERFORM UNTIL AnnualYear >= 1900 AND AnnualYear <= 2099
              END-IF
           END-PERFORM

           PERFORM AskStatementEmployer
           SET TallyOneEmployer TO TRUE
           PERFORM SumYearGross
           IF PeriodCount = ZERO
              DISPLAY "No entries found for " AnnualYear
              STOP RUN
           END-IF
           COMPUTE RateDate = (AnnualYear * 10000) + 1231
           MOVE SelEmp TO RateEmp
           PERFORM SelectRateForDate

           PERFORM LoadAccrualTable
           PERFORM FindAccrualYear
              STOP RUN
           END-IF
           IF NOT FoundAccrualYear
              IF AccrualCount >= 20
                 DISPLAY "Accrual table full -- prune old years from "
                    "HolidayAccrual.dat"
                 STOP RUN
              ADD 1 TO AccrualCount
              MOVE AccrualCount TO AccIdx
              MOVE AnnualYear TO AccYear(AccIdx)
              MOVE SelEmp TO AccEmp(AccIdx)
              MOVE "N" TO AccPaid(AccIdx)
              MOVE ZEROES TO AccPaidDate(AccIdx)
           END-IF
              END-IF
           END-PERFORM

           PERFORM AskStatementEmployer
           PERFORM LoadAccrualTable
           PERFORM FindAccrualYear
           IF NOT FoundAccrualYear
              STOP RUN
           END-IF

           COMPUTE RateDate = (AnnualYear * 10000) + 1231
           MOVE SelEmp TO RateEmp
           PERFORM SelectRateForDate
           PERFORM StartProvenance
           OPEN OUTPUT HolidayPayStmt
           MOVE AnnualYear TO PrnHpYear
           WRITE HpPrintLine FROM HpHeading AFTER ADVANCING 1 LINE
           IF EmployerCount > ZERO
              MOVE SelEmp TO EmpNameKey
              PERFORM FindEmployerName
              WRITE HpPrintLine FROM EmployerLine
                 AFTER ADVANCING 1 LINE
           END-IF
           MOVE Divider TO HpPrintLine
           WRITE HpPrintLine AFTER ADVANCING 1 LINE
           MOVE AccBase(AccIdx) TO PrnHpBase
           MOVE AccAmount(AccIdx) TO PrnHpAmount
           WRITE HpPrintLine FROM HpAmountLine AFTER ADVANCING 1 LINE
           CLOSE HolidayPayStmt
           MOVE "HolidayPay.rpt" TO PvReportName
           PERFORM StampProvenance

           MOVE "Y" TO AccPaid(AccIdx)
           ACCEPT AccPaidDate(AccIdx) FROM DATE YYYYMMDD
      * WorkHours.<year>.dat archive (when present) is tallied first
      * through the same dynamic file name, then the live file.
       TallyYearWithArchive.
           COMPUTE LinkFrom = AnnualYear * 10000 + 101
           COMPUTE LinkTo = AnnualYear * 10000 + 1231
           PERFORM LoadEmployerLinks
           MOVE WHFileNameVar TO SavedWHName
           MOVE SPACES TO WHFileNameVar
           STRING "WorkHours." DELIMITED BY SIZE
              READ HolidayAccrual
                 AT END SET EndOfAccrualFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfAccrualFile OR AccrualCount >= 20
                 ADD 1 TO AccrualCount
                 MOVE AccrualCount TO AccIdx
                 MOVE HAYear TO AccYear(AccIdx)
                 IF HAEmployer = SPACES
                    MOVE MainEmpCode TO HAEmployer
                 END-IF
                 MOVE HAEmployer TO AccEmp(AccIdx)
                 MOVE HABase TO AccBase(AccIdx)
                 MOVE HAAmount TO AccAmount(AccIdx)
                 MOVE HAPaidFlag TO AccPaid(AccIdx)
           PERFORM VARYING AccIdx FROM 1 BY 1
              UNTIL AccIdx > AccrualCount
              IF AccYear(AccIdx) = AnnualYear
                 AND AccEmp(AccIdx) = SelEmp
                 SET FoundAccrualYear TO TRUE
                 EXIT PERFORM
              END-IF
              MOVE AccAmount(AccIdx) TO HAAmount
              MOVE AccPaid(AccIdx) TO HAPaidFlag
              MOVE AccPaidDate(AccIdx) TO HAPaidDate
              MOVE AccEmp(AccIdx) TO HAEmployer
              WRITE HolidayAccrualRecord
           END-PERFORM
           CLOSE HolidayAccrual.
           ADD GrossPay TO YearGross
           ADD OTPremiumPay TO YearOTPrem
           ADD LeavePay TO YearLeavePay.

      * Keys one received payslip. Amounts go through CheckNumber so a
      * typo is refused at the prompt rather than found in the report.
       EnterPayslip.
           MOVE ZEROES TO SlipPeriod
           PERFORM UNTIL SlipPeriod >= 190001 AND SlipPeriod <= 209912
              AND FUNCTION MOD(SlipPeriod, 100) >= 1
              AND FUNCTION MOD(SlipPeriod, 100) <= 12
              DISPLAY "PayPeriodId on the payslip (YYYYMM)"
              ACCEPT SlipPeriod
           END-PERFORM
           PERFORM AskStatementEmployer
           MOVE SelEmp TO SlipEmp
           PERFORM LoadPayslipTable
           IF PayslipOverflow = "Y"
              EXIT PARAGRAPH
           END-IF
           PERFORM FindPayslip
           IF FoundPayslip
              DISPLAY "A payslip for " SlipPeriod " is on file (net "
                 PsNetT(PsIdx) ") -- it will be replaced"
           ELSE
              IF PayslipCount >= 600
                 DISPLAY "Payslip table full -- prune Payslips.dat"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO PayslipCount
              SET PsIdx TO PayslipCount
              MOVE SlipPeriod TO PsPeriodT(PsIdx)
              MOVE SlipEmp TO PsEmpT(PsIdx)
           END-IF
           DISPLAY "Gross pay"
           PERFORM AcceptSlipAmount
           MOVE SlipAmount TO PsGrossT(PsIdx)
           DISPLAY "Overtime pay"
           PERFORM AcceptSlipAmount
           MOVE SlipAmount TO PsOvertimeT(PsIdx)
           DISPLAY "Standby pay"
           PERFORM AcceptSlipAmount
           MOVE SlipAmount TO PsStandbyT(PsIdx)
           DISPLAY "Tax withheld"
           PERFORM AcceptSlipAmount
           MOVE SlipAmount TO PsTaxT(PsIdx)
           DISPLAY "Pension"
           PERFORM AcceptSlipAmount
           MOVE SlipAmount TO PsPensionT(PsIdx)
           DISPLAY "Union dues"
           PERFORM AcceptSlipAmount
           MOVE SlipAmount TO PsUnionT(PsIdx)
           DISPLAY "Net pay"
           PERFORM AcceptSlipAmount
           MOVE SlipAmount TO PsNetT(PsIdx)
           ACCEPT PsEnteredT(PsIdx) FROM DATE YYYYMMDD
           PERFORM SavePayslipTable
           DISPLAY "Payslip for " SlipPeriod " saved".

       AcceptSlipAmount.
           MOVE "N" TO SlipNumOk
           PERFORM UNTIL SlipNumOk = "Y"
              ACCEPT SlipInput
              IF SlipInput = SPACES
                 MOVE "0" TO SlipInput
              END-IF
              CALL "CheckNumber" USING SlipInput, SlipNumValue,
                 SlipNumOk
              IF SlipNumOk NOT = "Y" OR SlipNumValue < ZERO
                 MOVE "N" TO SlipNumOk
                 DISPLAY "Enter an amount (0 or more)"
              END-IF
           END-PERFORM
           MOVE SlipNumValue TO SlipAmount.

      * Sets each received payslip beside the statement figures for the
      * same PayPeriodId, computed from the same tally, ComputePeriodPay
      * and ComputeDeductions as mode 1.
       PayslipVarianceReport.
           PERFORM LoadPayslipTable
           IF PayslipCount = ZERO
              DISPLAY "No payslips entered yet -- use mode 7"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Pay period (YYYYMM, Enter for every payslip)"
           ACCEPT TargetPeriod
           PERFORM SetPeriodLinkSpan
           PERFORM LoadEmployerLinks
           DISPLAY "Variance threshold in kroner (default 1.00, Enter "
              "keeps it)"
           ACCEPT SlipInput
           IF SlipInput NOT = SPACES
              CALL "CheckNumber" USING SlipInput, SlipNumValue,
                 SlipNumOk
              IF SlipNumOk = "Y" AND SlipNumValue >= ZERO
                 MOVE SlipNumValue TO VarThreshold
              END-IF
           END-IF
           PERFORM LoadDiscTable

           OPEN INPUT WorkHourFile
           IF WHFileStatus = "35"
              DISPLAY "WorkHours.dat not found -- nothing to compare"
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WHRecNr
           PERFORM UNTIL EndOfFileWH
              READ WorkHourFile NEXT RECORD
                 AT END SET EndOfFileWH TO TRUE
              END-READ
              IF NOT EndOfFileWH
                 AND (TargetPeriod = SPACES
                    OR PayPeriodId = TargetPeriodNum)
                 MOVE PayPeriodId TO SlipPeriod
                 PERFORM FindRecordEmployer
                 MOVE RecEmpCode TO SlipEmp
                 PERFORM FindPayslip
                 IF FoundPayslip
                    PERFORM TallyPeriodRecord
                 END-IF
              END-IF
           END-PERFORM
           CLOSE WorkHourFile

           PERFORM StartProvenance
           OPEN OUTPUT VarianceReport
           PERFORM VARYING PsIdx FROM 1 BY 1
              UNTIL PsIdx > PayslipCount
              IF TargetPeriod = SPACES
                 OR PsPeriodT(PsIdx) = TargetPeriodNum
                 PERFORM WritePayslipVariance
              END-IF
           END-PERFORM
           PERFORM WriteOpenDiscrepancies
           CLOSE VarianceReport
           MOVE "PayslipVariance.rpt" TO PvReportName
           PERFORM StampProvenance
           PERFORM SaveDiscTable
           DISPLAY "Variance report written to PayslipVariance.rpt ("
              VarFlagCount " lines over the threshold, "
              OpenDiscCount " open discrepancies)".

       WritePayslipVariance.
           MOVE PsPeriodT(PsIdx) TO PrnVarPeriod
           MOVE Divider TO VarPrintLine
           WRITE VarPrintLine AFTER ADVANCING 1 LINE
           WRITE VarPrintLine FROM VarHeading AFTER ADVANCING 1 LINE
           IF EmployerCount > ZERO
              MOVE PsEmpT(PsIdx) TO EmpNameKey
              PERFORM FindEmployerName
              WRITE VarPrintLine FROM EmployerLine
                 AFTER ADVANCING 1 LINE
           END-IF
           WRITE VarPrintLine FROM VarColumnLine
              AFTER ADVANCING 1 LINE
           MOVE "N" TO PeriodFound
           PERFORM VARYING PerIdx FROM 1 BY 1
              UNTIL PerIdx > PeriodCount
              IF PerId(PerIdx) = PsPeriodT(PsIdx)
                 AND PerEmp(PerIdx) = PsEmpT(PsIdx)
                 SET FoundPeriodEntry TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF FoundPeriodEntry
              PERFORM ComputePeriodPay
              PERFORM ComputeDeductions
           ELSE
              MOVE ZEROES TO GrossPay, OTPremiumPay, StandbyPay,
                 TaxAmount, PensionAmount, UnionAmount, NetPay
           END-IF
           MOVE "Gross" TO VarItemName
           MOVE GrossPay TO VarExpected
           MOVE PsGrossT(PsIdx) TO VarActual
           PERFORM CompareSlipLine
           MOVE "Overtime" TO VarItemName
           MOVE OTPremiumPay TO VarExpected
           MOVE PsOvertimeT(PsIdx) TO VarActual
           PERFORM CompareSlipLine
           MOVE "Standby" TO VarItemName
           MOVE StandbyPay TO VarExpected
           MOVE PsStandbyT(PsIdx) TO VarActual
           PERFORM CompareSlipLine
           MOVE "Tax" TO VarItemName
           MOVE TaxAmount TO VarExpected
           MOVE PsTaxT(PsIdx) TO VarActual
           PERFORM CompareSlipLine
           MOVE "Pension" TO VarItemName
           MOVE PensionAmount TO VarExpected
           MOVE PsPensionT(PsIdx) TO VarActual
           PERFORM CompareSlipLine
           MOVE "Union dues" TO VarItemName
           MOVE UnionAmount TO VarExpected
           MOVE PsUnionT(PsIdx) TO VarActual
           PERFORM CompareSlipLine
           MOVE "Net" TO VarItemName
           IF NetPay < ZERO
              MOVE ZEROES TO VarExpected
           ELSE
              MOVE NetPay TO VarExpected
           END-IF
           MOVE PsNetT(PsIdx) TO VarActual
           PERFORM CompareSlipLine.

      * A line over the threshold is logged once per period and line;
      * a discrepancy already resolved with the employer stays closed.
       CompareSlipLine.
           COMPUTE VarDiff = VarActual - VarExpected
           MOVE VarItemName TO PrnVarItem
           MOVE VarExpected TO PrnVarExpected
           MOVE VarActual TO PrnVarActual
           MOVE VarDiff TO PrnVarDiff
           MOVE SPACES TO PrnVarFlag
           IF FUNCTION ABS(VarDiff) > VarThreshold
              ADD 1 TO VarFlagCount
              MOVE "** CHECK **" TO PrnVarFlag
              PERFORM FindDiscrepancy
              IF FoundDisc
                 IF DsStatus(DsIdx) = "R"
                    MOVE "(resolved)" TO PrnVarFlag
                 ELSE
                    MOVE VarExpected TO DsExpected(DsIdx)
                    MOVE VarActual TO DsActual(DsIdx)
                 END-IF
              ELSE
                 IF DiscCount < 200
                    ADD 1 TO DiscCount
                    SET DsIdx TO DiscCount
                    MOVE PsPeriodT(PsIdx) TO DsPeriod(DsIdx)
                    MOVE PsEmpT(PsIdx) TO DsEmp(DsIdx)
                    MOVE VarItemName TO DsItem(DsIdx)
                    MOVE VarExpected TO DsExpected(DsIdx)
                    MOVE VarActual TO DsActual(DsIdx)
                    MOVE "O" TO DsStatus(DsIdx)
                    ACCEPT DsFoundDate(DsIdx) FROM DATE YYYYMMDD
                    MOVE ZEROES TO DsResolvedDate(DsIdx)
                    MOVE SPACES TO DsNote(DsIdx)
                 ELSE
                    IF DiscFullShown = "N"
                       DISPLAY "Discrepancy table full -- "
                          "resolve or prune PayDiscrepancies.dat; "
                          "new differences are not tracked"
                       MOVE "Y" TO DiscFullShown
                    END-IF
                 END-IF
              END-IF
           END-IF
           WRITE VarPrintLine FROM VarDetailLine
              AFTER ADVANCING 1 LINE.

       WriteOpenDiscrepancies.
           MOVE Divider TO VarPrintLine
           WRITE VarPrintLine AFTER ADVANCING 1 LINE
           WRITE VarPrintLine FROM OpenDiscHeading
              AFTER ADVANCING 1 LINE
           MOVE ZEROES TO OpenDiscCount
           PERFORM VARYING DsIdx FROM 1 BY 1
              UNTIL DsIdx > DiscCount
              IF DsStatus(DsIdx) = "O"
                 ADD 1 TO OpenDiscCount
                 MOVE DsPeriod(DsIdx) TO PrnDiscPeriod
                 MOVE DsItem(DsIdx) TO PrnDiscItem
                 MOVE DsExpected(DsIdx) TO PrnDiscExpected
                 MOVE DsActual(DsIdx) TO PrnDiscActual
                 MOVE DsFoundDate(DsIdx) TO PrnDiscFound
                 MOVE DsEmp(DsIdx) TO PrnDiscEmp
                 WRITE VarPrintLine FROM OpenDiscLine
                    AFTER ADVANCING 1 LINE
              END-IF
           END-PERFORM
           IF OpenDiscCount = ZERO
              WRITE VarPrintLine FROM VarNoneLine
                 AFTER ADVANCING 1 LINE
           END-IF.

       ResolveDiscrepancy.
           PERFORM LoadDiscTable
           MOVE ZEROES TO OpenDiscCount
           PERFORM VARYING DsIdx FROM 1 BY 1
              UNTIL DsIdx > DiscCount
              IF DsStatus(DsIdx) = "O"
                 ADD 1 TO OpenDiscCount
                 DISPLAY "  " DsPeriod(DsIdx) " " DsItem(DsIdx)
                    " computed " DsExpected(DsIdx) " payslip "
                    DsActual(DsIdx) " " DsEmp(DsIdx)
              END-IF
           END-PERFORM
           IF OpenDiscCount = ZERO
              DISPLAY "No open discrepancies"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Period of the discrepancy to resolve (YYYYMM)"
           ACCEPT ResolvePeriod
           DISPLAY "Payslip line (as listed, e.g. Tax)"
           ACCEPT ResolveItem
           PERFORM AskStatementEmployer
           MOVE "N" TO DiscFound
           PERFORM VARYING DsIdx FROM 1 BY 1
              UNTIL DsIdx > DiscCount
              IF DsPeriod(DsIdx) = ResolvePeriod
                 AND FUNCTION UPPER-CASE(DsItem(DsIdx)) =
                    FUNCTION UPPER-CASE(ResolveItem)
                 AND DsStatus(DsIdx) = "O"
                 AND DsEmp(DsIdx) = SelEmp
                 SET FoundDisc TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT FoundDisc
              DISPLAY "No open discrepancy for that period and line"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Resolution note (e.g. corrected on next payslip)"
           ACCEPT DsNote(DsIdx)
           MOVE "R" TO DsStatus(DsIdx)
           ACCEPT DsResolvedDate(DsIdx) FROM DATE YYYYMMDD
           PERFORM SaveDiscTable
           DISPLAY "Discrepancy marked resolved".

       FindDiscrepancy.
           MOVE "N" TO DiscFound
           PERFORM VARYING DsIdx FROM 1 BY 1
              UNTIL DsIdx > DiscCount
              IF DsPeriod(DsIdx) = PsPeriodT(PsIdx)
                 AND DsItem(DsIdx) = VarItemName
                 AND DsEmp(DsIdx) = PsEmpT(PsIdx)
                 SET FoundDisc TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       FindPayslip.
           MOVE "N" TO PayslipFound
           PERFORM VARYING PsIdx FROM 1 BY 1
              UNTIL PsIdx > PayslipCount
              IF PsPeriodT(PsIdx) = SlipPeriod
                 AND PsEmpT(PsIdx) = SlipEmp
                 SET FoundPayslip TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       LoadPayslipTable.
           MOVE ZEROES TO PayslipCount
           MOVE "N" TO PayslipOverflow
           OPEN INPUT PayslipFile
           IF PayslipStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ PayslipFile
              AT END SET EndOfPayslipFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfPayslipFile
              IF PayslipCount >= 600
                 MOVE "Y" TO PayslipOverflow
                 DISPLAY "Payslip table full -- only the first 600 "
                    "payslips in Payslips.dat are read; prune it"
                 EXIT PERFORM
              END-IF
              ADD 1 TO PayslipCount
              SET PsIdx TO PayslipCount
              MOVE PSPeriod TO PsPeriodT(PsIdx)
              MOVE PSGross TO PsGrossT(PsIdx)
              MOVE PSOvertime TO PsOvertimeT(PsIdx)
              MOVE PSStandby TO PsStandbyT(PsIdx)
              MOVE PSTax TO PsTaxT(PsIdx)
              MOVE PSPension TO PsPensionT(PsIdx)
              MOVE PSUnion TO PsUnionT(PsIdx)
              MOVE PSNet TO PsNetT(PsIdx)
              MOVE PSEntered TO PsEnteredT(PsIdx)
              IF PSEmployer = SPACES
                 MOVE MainEmpCode TO PSEmployer
              END-IF
              MOVE PSEmployer TO PsEmpT(PsIdx)
              READ PayslipFile
                 AT END SET EndOfPayslipFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE PayslipFile.

       SavePayslipTable.
           OPEN OUTPUT PayslipFile
           PERFORM VARYING PsIdx FROM 1 BY 1
              UNTIL PsIdx > PayslipCount
              MOVE PsPeriodT(PsIdx) TO PSPeriod
              MOVE PsGrossT(PsIdx) TO PSGross
              MOVE PsOvertimeT(PsIdx) TO PSOvertime
              MOVE PsStandbyT(PsIdx) TO PSStandby
              MOVE PsTaxT(PsIdx) TO PSTax
              MOVE PsPensionT(PsIdx) TO PSPension
              MOVE PsUnionT(PsIdx) TO PSUnion
              MOVE PsNetT(PsIdx) TO PSNet
              MOVE PsEnteredT(PsIdx) TO PSEntered
              MOVE PsEmpT(PsIdx) TO PSEmployer
              WRITE PayslipRecord
           END-PERFORM
           CLOSE PayslipFile.

       LoadDiscTable.
           MOVE ZEROES TO DiscCount
           OPEN INPUT DiscrepancyFile
           IF DiscrepancyStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ DiscrepancyFile
              AT END SET EndOfDiscrepancyFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfDiscrepancyFile OR DiscCount >= 200
              ADD 1 TO DiscCount
              SET DsIdx TO DiscCount
              MOVE PDPeriod TO DsPeriod(DsIdx)
              MOVE PDItem TO DsItem(DsIdx)
              MOVE PDExpected TO DsExpected(DsIdx)
              MOVE PDActual TO DsActual(DsIdx)
              MOVE PDStatus TO DsStatus(DsIdx)
              MOVE PDFoundDate TO DsFoundDate(DsIdx)
              MOVE PDResolvedDate TO DsResolvedDate(DsIdx)
              MOVE PDNote TO DsNote(DsIdx)
              IF PDEmployer = SPACES
                 MOVE MainEmpCode TO PDEmployer
              END-IF
              MOVE PDEmployer TO DsEmp(DsIdx)
              READ DiscrepancyFile
                 AT END SET EndOfDiscrepancyFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE DiscrepancyFile.

       SaveDiscTable.
           OPEN OUTPUT DiscrepancyFile
           PERFORM VARYING DsIdx FROM 1 BY 1
              UNTIL DsIdx > DiscCount
              MOVE DsPeriod(DsIdx) TO PDPeriod
              MOVE DsItem(DsIdx) TO PDItem
              MOVE DsExpected(DsIdx) TO PDExpected
              MOVE DsActual(DsIdx) TO PDActual
              MOVE DsStatus(DsIdx) TO PDStatus
              MOVE DsFoundDate(DsIdx) TO PDFoundDate
              MOVE DsResolvedDate(DsIdx) TO PDResolvedDate
              MOVE DsNote(DsIdx) TO PDNote
              MOVE DsEmp(DsIdx) TO PDEmployer
              WRITE DiscrepancyRecord
           END-PERFORM
           CLOSE DiscrepancyFile.

      * Back pay for one backdated rate record: every period from its
      * effective date is priced twice -- once with that record
      * excluded (the rates the employer paid by) and once with it --
      * and the gross difference per period is what is owed.
       BackPayReportRun.
           PERFORM AskStatementEmployer
           MOVE SelEmp TO RateEmp
           MOVE ZEROES TO EmpRateCount
           PERFORM VARYING RtIdx FROM 1 BY 1
              UNTIL RtIdx > RateCount
              IF RtEmp(RtIdx) = RateEmp
                 ADD 1 TO EmpRateCount
                 IF EmpRateCount > 1
                    MOVE RtImage(RtIdx) TO PayRatesRecord
                    DISPLAY "  from " RtEffFrom(RtIdx) ": regular "
                       PRRegularRate
                 END-IF
              END-IF
           END-PERFORM
           IF EmpRateCount < 2
              DISPLAY "Only one rate record on file -- nothing to "
                 "compare"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Effective date of the backdated change (YYYYMMDD)"
           ACCEPT BackPayEffFrom
           MOVE ZEROES TO BackPayRateIdx
           MOVE ZEROES TO EmpRateCount
           PERFORM VARYING RtIdx FROM 1 BY 1
              UNTIL RtIdx > RateCount
              IF RtEmp(RtIdx) = RateEmp
                 ADD 1 TO EmpRateCount
                 IF EmpRateCount > 1
                    AND RtEffFrom(RtIdx) = BackPayEffFrom
                    SET BackPayRateIdx TO RtIdx
                 END-IF
              END-IF
           END-PERFORM
           IF BackPayRateIdx = ZERO
              DISPLAY "No rate record from that date"
              EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO RtExcluded(BackPayRateIdx)
           SET TallyOneEmployer TO TRUE
           PERFORM TallyFromBackPayDate
           MOVE ZEROES TO BackPayCount
           PERFORM VARYING PerIdx FROM 1 BY 1
              UNTIL PerIdx > PeriodCount
              PERFORM ComputePeriodPay
              ADD 1 TO BackPayCount
              SET BpIdx TO BackPayCount
              MOVE PerId(PerIdx) TO BpPeriod(BpIdx)
              MOVE GrossPay TO BpOldGross(BpIdx)
           END-PERFORM
           MOVE "N" TO RtExcluded(BackPayRateIdx)
           PERFORM TallyFromBackPayDate
           IF PeriodCount = ZERO
              DISPLAY "No entries on or after " BackPayEffFrom
              EXIT PARAGRAPH
           END-IF

           PERFORM StartProvenance
           OPEN OUTPUT BackPayReport
           MOVE BackPayEffFrom TO PrnBpEffFrom
           WRITE BpPrintLine FROM BackPayHeading
              AFTER ADVANCING 1 LINE
           IF EmployerCount > ZERO
              MOVE SelEmp TO EmpNameKey
              PERFORM FindEmployerName
              WRITE BpPrintLine FROM EmployerLine
                 AFTER ADVANCING 1 LINE
           END-IF
           MOVE Divider TO BpPrintLine
           WRITE BpPrintLine AFTER ADVANCING 1 LINE
           WRITE BpPrintLine FROM BackPayColumns
              AFTER ADVANCING 1 LINE
           MOVE ZEROES TO BackPayTotal
           PERFORM VARYING PerIdx FROM 1 BY 1
              UNTIL PerIdx > PeriodCount
              PERFORM ComputePeriodPay
              MOVE PerId(PerIdx) TO PrnBpPeriod
              MOVE GrossPay TO PrnBpNew
              MOVE ZEROES TO PrnBpOld
              MOVE GrossPay TO BackPayDiff
              PERFORM VARYING BpIdx FROM 1 BY 1
                 UNTIL BpIdx > BackPayCount
                 IF BpPeriod(BpIdx) = PerId(PerIdx)
                    MOVE BpOldGross(BpIdx) TO PrnBpOld
                    COMPUTE BackPayDiff = GrossPay - BpOldGross(BpIdx)
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              MOVE BackPayDiff TO PrnBpDiff
              ADD BackPayDiff TO BackPayTotal
              WRITE BpPrintLine FROM BackPayLine
                 AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE Divider TO BpPrintLine
           WRITE BpPrintLine AFTER ADVANCING 1 LINE
           MOVE BackPayTotal TO PrnBpTotal
           WRITE BpPrintLine FROM BackPayTotalLine
              AFTER ADVANCING 1 LINE
           MOVE BackPayEffFrom TO RateDate
           MOVE SelEmp TO RateEmp
           PERFORM SelectRateForDate
           COMPUTE BackPayDiff ROUNDED =
              BackPayTotal * PRFeriePct / 100
           MOVE BackPayDiff TO PrnBpFerie
           WRITE BpPrintLine FROM BackPayFerieLine
              AFTER ADVANCING 1 LINE
           CLOSE BackPayReport
           MOVE "BackPay.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Back pay written to BackPay.rpt (total owed "
              BackPayTotal ")".

       TallyFromBackPayDate.
           MOVE BackPayEffFrom TO LinkFrom
           MOVE 99999999 TO LinkTo
           PERFORM LoadEmployerLinks
           MOVE ZEROES TO PeriodCount
           OPEN INPUT WorkHourFile
           IF WHFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WorkHourDetails
           MOVE 1 TO WHRecNr
           PERFORM UNTIL EndOfFileWH
              READ WorkHourFile NEXT RECORD
                 AT END SET EndOfFileWH TO TRUE
              END-READ
              IF NOT EndOfFileWH AND WHDate >= BackPayEffFrom
                 PERFORM TallyPeriodRecord
              END-IF
           END-PERFORM
           CLOSE WorkHourFile
           MOVE SPACES TO WorkHourDetails.

      * The register, and the main job's code that blank employer
      * codes and unlinked entries stand for (spaces while there is
      * no register, so a single-job setup reads exactly as before).
       LoadEmployers.
           MOVE ZEROES TO EmployerCount
           MOVE SPACES TO MainEmpCode
           OPEN INPUT EmployerFile
           IF EmployerStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ EmployerFile
              AT END SET EndOfEmployers TO TRUE
           END-READ
           PERFORM UNTIL EndOfEmployers OR EmployerCount >= 9
              ADD 1 TO EmployerCount
              SET EmIdx TO EmployerCount
              MOVE EmpCode TO EtCode(EmIdx)
              MOVE EmpName TO EtName(EmIdx)
              IF EmpIsMain
                 MOVE EmpCode TO MainEmpCode
              END-IF
              READ EmployerFile
                 AT END SET EndOfEmployers TO TRUE
              END-READ
           END-PERFORM
           CLOSE EmployerFile.

      * The links dated LinkFrom to LinkTo; a full table stops the
      * run, since an entry whose link was not loaded would be paid
      * as the main job's.
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
              IF WEDate >= LinkFrom AND WEDate <= LinkTo
                 IF EmpLinkCount >= 2000
                    DISPLAY "Employer link table full -- more than "
                       "2000 WorkEmployer.dat links from " LinkFrom
                       " to " LinkTo "; pick a single period"
                    CLOSE WorkEmployer
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO EmpLinkCount
                 SET ElIdx TO EmpLinkCount
                 MOVE WEDate TO ElDate(ElIdx)
                 MOVE WESeqNr TO ElSeqNr(ElIdx)
                 MOVE WECode TO ElCode(ElIdx)
              END-IF
              READ WorkEmployer
                 AT END SET EndOfWorkEmployer TO TRUE
              END-READ
           END-PERFORM
           CLOSE WorkEmployer.

      * One period's calendar month (PayPeriodId is the entry's
      * year and month), or all time when no period was given.
       SetPeriodLinkSpan.
           IF TargetPeriod = SPACES OR TargetPeriod IS NOT NUMERIC
              MOVE ZEROES TO LinkFrom
              MOVE 99999999 TO LinkTo
           ELSE
              COMPUTE LinkFrom = TargetPeriodNum * 100 + 1
              COMPUTE LinkTo = TargetPeriodNum * 100 + 31
           END-IF.

      * Employer of the record in the buffer: the newest link for its
      * date and sequence wins, and an entry with none is the main
      * job's.
       FindRecordEmployer.
           MOVE SPACES TO RecEmpCode
           PERFORM VARYING ElIdx FROM 1 BY 1
              UNTIL ElIdx > EmpLinkCount
              IF ElDate(ElIdx) = WHDate AND ElSeqNr(ElIdx) = WHSeqNr
                 MOVE ElCode(ElIdx) TO RecEmpCode
              END-IF
           END-PERFORM
           IF RecEmpCode = SPACES
              MOVE MainEmpCode TO RecEmpCode
           END-IF.

      * Picks the employer a mode works on into SelEmp. With fewer
      * than two employers on the register there is nothing to
      * choose and the main job is taken without asking.
       AskStatementEmployer.
           MOVE MainEmpCode TO SelEmp
           IF EmployerCount < 2
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EmployerFound
           PERFORM UNTIL FoundEmployer
              DISPLAY "Employer code (Enter = main job, ? = list "
                 "employers)"
              ACCEPT EmpCodeInput
              MOVE FUNCTION UPPER-CASE(EmpCodeInput) TO EmpCodeInput
              EVALUATE TRUE
                 WHEN EmpCodeInput = SPACES
                    SET FoundEmployer TO TRUE
                 WHEN EmpCodeInput = "?"
                    PERFORM VARYING EmIdx FROM 1 BY 1
                       UNTIL EmIdx > EmployerCount
                       DISPLAY EtCode(EmIdx) " "
                          FUNCTION TRIM(EtName(EmIdx))
                    END-PERFORM
                 WHEN OTHER
                    PERFORM VARYING EmIdx FROM 1 BY 1
                       UNTIL EmIdx > EmployerCount
                       IF EtCode(EmIdx) = EmpCodeInput
                          MOVE EmpCodeInput TO SelEmp
                          SET FoundEmployer TO TRUE
                          EXIT PERFORM
                       END-IF
                    END-PERFORM
                    IF NOT FoundEmployer
                       DISPLAY "Unknown employer '" EmpCodeInput "'"
                    END-IF
              END-EVALUATE
           END-PERFORM.

      * Name of employer EmpNameKey into PrnEmployerName; a code not
      * on the register prints as itself.
       FindEmployerName.
           MOVE EmpNameKey TO PrnEmployerName
           PERFORM VARYING EmIdx FROM 1 BY 1
              UNTIL EmIdx > EmployerCount
              IF EtCode(EmIdx) = EmpNameKey
                 MOVE EtName(EmIdx) TO PrnEmployerName
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "PayStatementWriter" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE WHFileNameVar TO PvInputName
           MOVE "W" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "PayRates.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "DeductRules.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "HolidayAccrual.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Payslips.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "PayDiscrepancies.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Employers.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "WorkEmployer.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
