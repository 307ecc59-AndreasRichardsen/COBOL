       IDENTIFICATION DIVISION.
       PROGRAM-ID. PowerBillCheck.
       AUTHOR. Andreas Richardsen.

      * Checks the electricity bill against the meter. Tariffs.dat
      * holds the tariff by effective date: the energy price per kWh
      * (type F, fixed) or the markup on the month's average spot
      * price (type S, spot), the grid energy charge and the
      * electricity tax per kWh, the VAT percentage, and the fixed
      * monthly grid fee for up to five capacity steps -- all prices
      * before VAT. Monthly average spot prices come in through mode
      * 3 from SpotPrices.csv ("YYYYMM,price per kWh") into
      * SpotPrices.dat. PowerBillSettings.dat names the electricity
      * meter, the energy and grid vendors as they appear as store
      * on the receipt headers (one name may serve for both), how
      * many months after the consumption the bill arrives, the
      * capacity step the household normally sits in and the
      * tolerance. Mode 4 writes PowerBillCheck.rpt: per month the
      * kWh from MeterReadings.dat (an interval counts in the month
      * of its later reading, as in MeterLog), the expected bill at
      * the tariff in force and the usual step, the vendors' actual
      * receipt totals, the difference, and the capacity step the
      * actual bill implies -- the step whose fee best explains what
      * is left once the per-kWh parts are taken off. DIFF flags a
      * difference over the tolerance, STEP a month whose implied
      * step moved from the month before. Bills from years moved out
      * by YearEndArchive are read from the Receipts.<year>.dat
      * archives, oldest first, before the live file.
      * PowerBillCheck.rpt ends with the ReportProvenance block:
      * operator, run time and the count, checksum and layout generation
      * of every input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Tariffs ASSIGN TO "Tariffs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TariffsStatus.

           SELECT SpotPrices ASSIGN TO "SpotPrices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SpotPricesStatus.

           SELECT SpotCsv ASSIGN TO "SpotPrices.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SpotCsvStatus.

           SELECT PowerBillSettings ASSIGN TO "PowerBillSettings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SettingsStatus.

           SELECT Meters ASSIGN TO "Meters.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MetersStatus.

           SELECT MeterReadings ASSIGN TO "MeterReadings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MeterReadingsStatus.

           SELECT ReceiptFile ASSIGN DYNAMIC ReceiptFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS RRecNr
           FILE STATUS IS ReceiptFileStatus.

           SELECT BillCheckReport ASSIGN TO "PowerBillCheck.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Tariffs.
       01 TariffRecord.
           88 EndOfTariffs      VALUE HIGH-VALUES.
           02 TfFrom            PIC 9(8).
           02 TfPriceType       PIC X.
              88 TfFixedPrice   VALUE "F".
              88 TfSpotPrice    VALUE "S".
           02 TfEnergyPrice     PIC 9(2)V9999.
           02 TfGridEnergy      PIC 9(2)V9999.
           02 TfTaxPerKwh       PIC 9(2)V9999.
           02 TfVatPct          PIC 9(2)V99.
           02 TfStep            OCCURS 5 TIMES.
              03 TfStepKw       PIC 9(2).
              03 TfStepFee      PIC 9(4)V99.

       FD SpotPrices.
       01 SpotPriceRecord.
           88 EndOfSpotPrices   VALUE HIGH-VALUES.
           02 SpMonth           PIC 9(6).
           02 SpPrice           PIC 9(2)V9999.

       FD SpotCsv.
       01 SpotCsvLine           PIC X(80).
           88 EndOfSpotCsv      VALUE HIGH-VALUES.

       FD PowerBillSettings.
       01 PowerBillSettingsRecord.
           02 PbMeterId         PIC X(6).
           02 PbEnergyVendor    PIC X(20).
           02 PbGridVendor      PIC X(20).
           02 PbLagMonths       PIC 9.
           02 PbUsualStep       PIC 9.
           02 PbTolerancePct    PIC 9(2)V9.

       FD Meters.
       01 MeterRecord.
           88 EndOfMeters       VALUE HIGH-VALUES.
           02 MtrId             PIC X(6).
           02 MtrName           PIC X(20).
           02 MtrUnit           PIC X(6).
           02 MtrDigits         PIC 9.

       FD MeterReadings.
       01 MeterReadingRecord.
           88 EndOfReadings     VALUE HIGH-VALUES.
           02 MrId              PIC X(6).
           02 MrDate            PIC 9(8).
           02 MrValue           PIC 9(8).

       FD ReceiptFile.
       COPY "RCPTREC.cpy".

       FD BillCheckReport.
       01 PrintLine             PIC X(100).

       WORKING-STORAGE SECTION.
       01 TariffsStatus         PIC XX.
       01 SpotPricesStatus      PIC XX.
       01 SpotCsvStatus         PIC XX.
       01 SettingsStatus        PIC XX.
       01 MetersStatus          PIC XX.
       01 MeterReadingsStatus   PIC XX.
       01 ReceiptFileNameVar    PIC X(60) VALUE "Receipts.dat".
       01 LiveReceiptName       PIC X(60).
       01 TodayDateNum          PIC 9(8).
       01 ProbeYear             PIC 9(4).
       01 CurrentYear           PIC 9(4).
       01 FromYear              PIC 9(4).
       01 ArchivesRead.
           02 ArchiveReadName   PIC X(20) OCCURS 10 TIMES
                                INDEXED BY ArIdx.
       01 ArchiveReadCount      PIC 9(2) VALUE ZERO.
       01 RcptLayoutGen         PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 ReceiptFileStatus     PIC XX.
       01 RRecNr                PIC 9(5).
       01 RunMode               PIC X.
           88 TariffMode        VALUE "1".
           88 SettingsMode      VALUE "2".
           88 SpotImportMode    VALUE "3".
           88 BillCheckMode     VALUE "4".
       01 DatePromptText        PIC X(44).
       01 DateInputWS           PIC X(8).
       01 DateOk                PIC X.
           88 DateAccepted      VALUE "Y".
       01 InputWS               PIC X(20).
       01 NumInputWS            PIC X(12).
       01 NumValueWS            PIC S9(6)V99.
       01 NumOkWS               PIC X.
       01 StepIdx               PIC 9.
       01 StepKwText            PIC Z9.

      * the whole tariff history, oldest first once loaded
       01 TariffTable.
           02 TariffEntry       OCCURS 50 TIMES INDEXED BY TtIdx.
              03 TtRecord       PIC X(71).
       01 TariffCount           PIC 9(2) VALUE ZERO.
       01 TariffFound           PIC X.
       01 BestFrom              PIC 9(8).

       01 SpotTable.
           02 SpotEntry         OCCURS 240 TIMES INDEXED BY StIdx.
              03 StMonth        PIC 9(6).
              03 StPrice        PIC 9(2)V9999.
       01 SpotCount             PIC 9(3) VALUE ZERO.
       01 ParsedMonth           PIC X(8).
       01 ParsedPrice           PIC X(12).
       01 LoadedCount           PIC 9(4) VALUE ZERO.
       01 RejectCount           PIC 9(4) VALUE ZERO.
       01 SpotFound             PIC X.
       01 MonthSpot             PIC 9(2)V9999.

      * consumption and billed amount per month
       01 MonthTable.
           02 MonthEntry        OCCURS 120 TIMES INDEXED BY MoIdx.
              03 MoMonth        PIC 9(6).
              03 MoKwh          PIC S9(7).
              03 MoActual       PIC S9(6)V99.
              03 MoBills        PIC 9(2).
       01 MonthCount            PIC 9(3) VALUE ZERO.
       01 MonthFound            PIC X.
       01 WantedMonth           PIC 9(6).
       01 MonthSerial           PIC 9(6).
       01 BillDate              PIC 9(8).
       01 BillDateParts REDEFINES BillDate.
           02 BillYear          PIC 9(4).
           02 BillMonth         PIC 9(2).
           02 FILLER            PIC 9(2).
       01 SwapEntry             PIC X(23).
       01 SortIdx               PIC 9(3).
       01 SortInner             PIC 9(3).

       01 MeterDigitsWS         PIC 9 VALUE 6.
       01 CounterTop            PIC 9(9).
       01 DigitIdx              PIC 9.
       01 HavePrevReading       PIC X VALUE "N".
       01 PrevValue             PIC 9(8).
       01 Consumption           PIC S9(9).

       01 KwhPrice              PIC 9(3)V9999.
       01 VariableCost          PIC S9(7)V99.
       01 ExpectedBill          PIC S9(7)V99.
       01 VatFactor             PIC 9V9999.
       01 DiffAmount            PIC S9(7)V99.
       01 ToleranceAmount       PIC S9(7)V99.
       01 ImpliedFee            PIC S9(7)V99.
       01 FeeGap                PIC S9(7)V99.
       01 BestGap               PIC S9(7)V99.
       01 ImpliedStep           PIC 9.
       01 PrevImpliedStep       PIC 9.
       01 DiffFlagCount         PIC 9(3) VALUE ZERO.
       01 StepFlagCount         PIC 9(3) VALUE ZERO.
       01 FromMonth             PIC 9(6) VALUE ZERO.

       01 ReportHeading.
           02 FILLER            PIC X(32)
              VALUE "Electricity bill check -- meter ".
           02 PrnHeadMeter      PIC X(6).
           02 FILLER            PIC X(11) VALUE " tolerance".
           02 PrnHeadTol        PIC Z9.9.
           02 FILLER            PIC X(3) VALUE " %".
       01 Divider               PIC X(100) VALUE ALL "*".
       01 ColumnHeading.
           02 FILLER            PIC X(9) VALUE "Month".
           02 FILLER            PIC X(9) VALUE "    kWh".
           02 FILLER            PIC X(11) VALUE "  per kWh".
           02 FILLER            PIC X(12) VALUE "  Variable".
           02 FILLER            PIC X(12) VALUE "  Expected".
           02 FILLER            PIC X(12) VALUE "    Actual".
           02 FILLER            PIC X(12) VALUE "Difference".
           02 FILLER            PIC X(8) VALUE " Step".
           02 FILLER            PIC X(10) VALUE "Flags".
       01 MonthLine.
           02 PrnMonth          PIC 9999/99.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnKwh            PIC Z(6)9-.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnKwhPrice       PIC ZZ9.9999.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnVariable       PIC Z(6)9.99-.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnExpected       PIC Z(6)9.99-.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnActual         PIC Z(6)9.99-.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnDiff           PIC Z(6)9.99-.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnStep           PIC X(5).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnFlags          PIC X(20).
       01 CountLine.
           02 PrnCountText      PIC X(40).
           02 PrnCountValue     PIC ZZ9.

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM LoadSettings
           DISPLAY "1 = Tariffs   2 = Settings   3 = Import spot "
              "prices   4 = Bill check"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN TariffMode     PERFORM EnterTariff
              WHEN SettingsMode   PERFORM EditSettings
              WHEN SpotImportMode PERFORM ImportSpotPrices
              WHEN BillCheckMode  PERFORM BillCheckRun
              WHEN OTHER          DISPLAY "Unknown mode"
           END-EVALUATE
           GOBACK.

       LoadSettings.
           OPEN INPUT PowerBillSettings
           IF SettingsStatus = "00"
              READ PowerBillSettings
                 AT END PERFORM SeedDefaultSettings
              END-READ
              CLOSE PowerBillSettings
           ELSE
              PERFORM SeedDefaultSettings
           END-IF.

       SeedDefaultSettings.
           MOVE "EL" TO PbMeterId
           MOVE SPACES TO PbEnergyVendor, PbGridVendor
           MOVE 1 TO PbLagMonths
           MOVE 1 TO PbUsualStep
           MOVE 5.0 TO PbTolerancePct.

       SavePowerBillSettings.
           OPEN OUTPUT PowerBillSettings
           WRITE PowerBillSettingsRecord
           CLOSE PowerBillSettings.

       EditSettings.
           DISPLAY "Current: meter " PbMeterId ", energy vendor "
              FUNCTION TRIM(PbEnergyVendor) ", grid vendor "
              FUNCTION TRIM(PbGridVendor)
           DISPLAY "  bill arrives " PbLagMonths " month(s) after, "
              "usual step " PbUsualStep ", tolerance " PbTolerancePct
              " %"
           DISPLAY "Electricity meter id (Enter = keep)"
           ACCEPT InputWS
           IF InputWS NOT = SPACES
              MOVE InputWS TO PbMeterId
           END-IF
           DISPLAY "Energy vendor, store name on receipts "
              "(Enter = keep)"
           ACCEPT InputWS
           IF InputWS NOT = SPACES
              MOVE InputWS TO PbEnergyVendor
           END-IF
           DISPLAY "Grid vendor, store name on receipts "
              "(Enter = keep, - = same bill as energy)"
           ACCEPT InputWS
           EVALUATE TRUE
              WHEN InputWS = "-"
                 MOVE SPACES TO PbGridVendor
              WHEN InputWS NOT = SPACES
                 MOVE InputWS TO PbGridVendor
           END-EVALUATE
           DISPLAY "Months from consumption to bill, 0-3 "
              "(Enter = keep)"
           ACCEPT NumInputWS
           IF NumInputWS NOT = SPACES
              CALL "CheckNumber" USING NumInputWS, NumValueWS,
                 NumOkWS
              IF NumOkWS = "Y" AND NumValueWS >= 0
                 AND NumValueWS <= 3
                 MOVE NumValueWS TO PbLagMonths
              END-IF
           END-IF
           DISPLAY "Usual capacity step, 1-5 (Enter = keep)"
           ACCEPT NumInputWS
           IF NumInputWS NOT = SPACES
              CALL "CheckNumber" USING NumInputWS, NumValueWS,
                 NumOkWS
              IF NumOkWS = "Y" AND NumValueWS >= 1
                 AND NumValueWS <= 5
                 MOVE NumValueWS TO PbUsualStep
              END-IF
           END-IF
           DISPLAY "Tolerance in percent (Enter = keep)"
           ACCEPT NumInputWS
           IF NumInputWS NOT = SPACES
              CALL "CheckNumber" USING NumInputWS, NumValueWS,
                 NumOkWS
              IF NumOkWS = "Y" AND NumValueWS > ZERO
                 AND NumValueWS < 100
                 MOVE NumValueWS TO PbTolerancePct
              END-IF
           END-IF
           PERFORM SavePowerBillSettings
           DISPLAY "Settings saved".

      * A tariff entry takes over from its own effective date; the
      * same date again replaces it.
       EnterTariff.
           PERFORM LoadTariffs
           PERFORM VARYING TtIdx FROM 1 BY 1 UNTIL TtIdx > TariffCount
              MOVE TtRecord(TtIdx) TO TariffRecord
              DISPLAY "  from " TfFrom " type " TfPriceType
                 " energy " TfEnergyPrice " grid " TfGridEnergy
                 " tax " TfTaxPerKwh " VAT " TfVatPct
           END-PERFORM
           MOVE "Effective from (YYYYMMDD, Enter to finish)"
              TO DatePromptText
           PERFORM AcceptDateInput
           IF DateInputWS = SPACE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TariffRecord
           MOVE DateInputWS TO TfFrom
           MOVE SPACE TO TfPriceType
           PERFORM UNTIL TfFixedPrice OR TfSpotPrice
              DISPLAY "Price type (F = fixed per kWh, S = spot plus "
                 "markup)"
              ACCEPT TfPriceType
              MOVE FUNCTION UPPER-CASE(TfPriceType) TO TfPriceType
           END-PERFORM
           IF TfFixedPrice
              DISPLAY "Energy price per kWh, before VAT"
           ELSE
              DISPLAY "Vendor markup per kWh on spot, before VAT"
           END-IF
           PERFORM AcceptAmount
           MOVE NumValueWS TO TfEnergyPrice
           DISPLAY "Grid energy charge per kWh, before VAT"
           PERFORM AcceptAmount
           MOVE NumValueWS TO TfGridEnergy
           DISPLAY "Electricity tax per kWh, before VAT"
           PERFORM AcceptAmount
           MOVE NumValueWS TO TfTaxPerKwh
           DISPLAY "VAT percent"
           PERFORM AcceptAmount
           MOVE NumValueWS TO TfVatPct
           PERFORM VARYING StepIdx FROM 1 BY 1 UNTIL StepIdx > 5
              MOVE ZEROES TO TfStepKw(StepIdx), TfStepFee(StepIdx)
           END-PERFORM
           PERFORM VARYING StepIdx FROM 1 BY 1 UNTIL StepIdx > 5
              DISPLAY "Capacity step " StepIdx
                 " upper limit in kW (Enter = no more steps)"
              ACCEPT NumInputWS
              IF NumInputWS = SPACES
                 EXIT PERFORM
              END-IF
              CALL "CheckNumber" USING NumInputWS, NumValueWS,
                 NumOkWS
              IF NumOkWS = "Y" AND NumValueWS > ZERO
                 AND NumValueWS < 100
                 MOVE NumValueWS TO TfStepKw(StepIdx)
              END-IF
              DISPLAY "  monthly grid fee for step " StepIdx
                 ", before VAT"
              PERFORM AcceptAmount
              MOVE NumValueWS TO TfStepFee(StepIdx)
           END-PERFORM
           MOVE "N" TO TariffFound
           PERFORM VARYING TtIdx FROM 1 BY 1 UNTIL TtIdx > TariffCount
              IF TtRecord(TtIdx)(1:8) = DateInputWS
                 MOVE TariffRecord TO TtRecord(TtIdx)
                 MOVE "Y" TO TariffFound
              END-IF
           END-PERFORM
           IF TariffFound = "N"
              IF TariffCount >= 50
                 DISPLAY "Tariff table full (50 entries)"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO TariffCount
              MOVE TariffRecord TO TtRecord(TariffCount)
           END-IF
           OPEN OUTPUT Tariffs
           PERFORM VARYING TtIdx FROM 1 BY 1 UNTIL TtIdx > TariffCount
              MOVE TtRecord(TtIdx) TO TariffRecord
              WRITE TariffRecord
           END-PERFORM
           CLOSE Tariffs
           DISPLAY "Tariff saved from " DateInputWS.

       AcceptAmount.
           MOVE "N" TO NumOkWS
           PERFORM UNTIL NumOkWS = "Y"
              ACCEPT NumInputWS
              CALL "CheckNumber" USING NumInputWS, NumValueWS,
                 NumOkWS
              IF NumOkWS = "Y" AND NumValueWS < ZERO
                 MOVE "N" TO NumOkWS
              END-IF
              IF NumOkWS NOT = "Y"
                 DISPLAY "Not a valid amount -- try again"
              END-IF
           END-PERFORM.

       LoadTariffs.
           MOVE ZEROES TO TariffCount
           OPEN INPUT Tariffs
           IF TariffsStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ Tariffs
              AT END SET EndOfTariffs TO TRUE
           END-READ
           PERFORM UNTIL EndOfTariffs OR TariffCount >= 50
              ADD 1 TO TariffCount
              MOVE TariffRecord TO TtRecord(TariffCount)
              READ Tariffs
                 AT END SET EndOfTariffs TO TRUE
              END-READ
           END-PERFORM
           CLOSE Tariffs.

      * Leaves the tariff in force on the first day of WantedMonth
      * in TariffRecord; TariffFound says whether there was one.
       FindTariff.
           MOVE "N" TO TariffFound
           MOVE ZEROES TO BestFrom
           PERFORM VARYING TtIdx FROM 1 BY 1 UNTIL TtIdx > TariffCount
              IF TtRecord(TtIdx)(1:6) NOT > WantedMonth
                 AND TtRecord(TtIdx)(1:8) NOT < BestFrom
                 MOVE TtRecord(TtIdx)(1:8) TO BestFrom
                 MOVE TtRecord(TtIdx) TO TariffRecord
                 MOVE "Y" TO TariffFound
              END-IF
           END-PERFORM.

       ImportSpotPrices.
           OPEN INPUT SpotCsv
           IF SpotCsvStatus NOT = "00"
              DISPLAY "SpotPrices.csv not found -- nothing to import"
              EXIT PARAGRAPH
           END-IF
           PERFORM LoadSpotPrices
           READ SpotCsv
              AT END SET EndOfSpotCsv TO TRUE
           END-READ
           PERFORM UNTIL EndOfSpotCsv
              IF SpotCsvLine NOT = SPACES
                 PERFORM ProcessSpotLine
              END-IF
              READ SpotCsv
                 AT END SET EndOfSpotCsv TO TRUE
              END-READ
           END-PERFORM
           CLOSE SpotCsv
           OPEN OUTPUT SpotPrices
           PERFORM VARYING StIdx FROM 1 BY 1 UNTIL StIdx > SpotCount
              MOVE StMonth(StIdx) TO SpMonth
              MOVE StPrice(StIdx) TO SpPrice
              WRITE SpotPriceRecord
           END-PERFORM
           CLOSE SpotPrices
           DISPLAY "Loaded " LoadedCount " monthly spot prices, "
              "skipped " RejectCount " bad line(s)".

      * A month already on file takes the newer price.
       ProcessSpotLine.
           MOVE SPACES TO ParsedMonth, ParsedPrice
           UNSTRING SpotCsvLine DELIMITED BY ","
              INTO ParsedMonth, ParsedPrice
           END-UNSTRING
           MOVE FUNCTION TRIM(ParsedMonth) TO ParsedMonth
           MOVE ParsedMonth(1:6) TO DateInputWS
           MOVE "01" TO DateInputWS(7:2)
           CALL "CheckDate" USING DateInputWS, DateOk
           IF NOT DateAccepted OR ParsedMonth(7:2) NOT = SPACES
              OR FUNCTION TEST-NUMVAL(ParsedPrice) NOT = ZERO
              DISPLAY "Skipped: " FUNCTION TRIM(SpotCsvLine)
              ADD 1 TO RejectCount
              EXIT PARAGRAPH
           END-IF
           COMPUTE NumValueWS = FUNCTION NUMVAL(ParsedPrice)
           IF NumValueWS < ZERO OR NumValueWS > 99
              DISPLAY "Skipped: " FUNCTION TRIM(SpotCsvLine)
              ADD 1 TO RejectCount
              EXIT PARAGRAPH
           END-IF
           MOVE ParsedMonth(1:6) TO WantedMonth
           PERFORM FindSpot
           IF SpotFound = "N"
              IF SpotCount >= 240
                 ADD 1 TO RejectCount
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO SpotCount
              SET StIdx TO SpotCount
              MOVE WantedMonth TO StMonth(StIdx)
           END-IF
           COMPUTE StPrice(StIdx) = FUNCTION NUMVAL(ParsedPrice)
           ADD 1 TO LoadedCount.

       FindSpot.
           MOVE "N" TO SpotFound
           MOVE ZEROES TO MonthSpot
           PERFORM VARYING StIdx FROM 1 BY 1 UNTIL StIdx > SpotCount
              IF StMonth(StIdx) = WantedMonth
                 MOVE "Y" TO SpotFound
                 MOVE StPrice(StIdx) TO MonthSpot
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       LoadSpotPrices.
           MOVE ZEROES TO SpotCount
           OPEN INPUT SpotPrices
           IF SpotPricesStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ SpotPrices
              AT END SET EndOfSpotPrices TO TRUE
           END-READ
           PERFORM UNTIL EndOfSpotPrices OR SpotCount >= 240
              ADD 1 TO SpotCount
              MOVE SpMonth TO StMonth(SpotCount)
              MOVE SpPrice TO StPrice(SpotCount)
              READ SpotPrices
                 AT END SET EndOfSpotPrices TO TRUE
              END-READ
           END-PERFORM
           CLOSE SpotPrices.

       BillCheckRun.
           IF PbEnergyVendor = SPACES
              DISPLAY "Name the energy vendor with mode 2 first"
              EXIT PARAGRAPH
           END-IF
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
           MOVE "From month (YYYYMMDD, any day; Enter = all)"
              TO DatePromptText
           PERFORM AcceptDateInput
           IF DateInputWS NOT = SPACE
              MOVE DateInputWS(1:6) TO FromMonth
           END-IF
           PERFORM LoadTariffs
           IF TariffCount = ZERO
              DISPLAY "No tariff on file -- enter one with mode 1"
              EXIT PARAGRAPH
           END-IF
           PERFORM LoadSpotPrices
           MOVE ZEROES TO MonthCount
           PERFORM LoadMonthlyKwh
           PERFORM LoadVendorBills
           IF MonthCount = ZERO
              DISPLAY "No consumption or bills in that range"
              EXIT PARAGRAPH
           END-IF
           PERFORM SortMonths
           PERFORM StartProvenance
           OPEN OUTPUT BillCheckReport
           MOVE PbMeterId TO PrnHeadMeter
           MOVE PbTolerancePct TO PrnHeadTol
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM ColumnHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE ZERO TO PrevImpliedStep
           PERFORM VARYING MoIdx FROM 1 BY 1 UNTIL MoIdx > MonthCount
              PERFORM CheckOneMonth
           END-PERFORM
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE "Months with difference over tolerance:"
              TO PrnCountText
           MOVE DiffFlagCount TO PrnCountValue
           WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
           MOVE "Months where the capacity step moved:"
              TO PrnCountText
           MOVE StepFlagCount TO PrnCountValue
           WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
           CLOSE BillCheckReport
           MOVE "PowerBillCheck.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to PowerBillCheck.rpt ("
              DiffFlagCount " DIFF, " StepFlagCount " STEP)".

       CheckOneMonth.
           MOVE MoMonth(MoIdx) TO PrnMonth
           MOVE MoKwh(MoIdx) TO PrnKwh
           MOVE ZEROES TO PrnKwhPrice, PrnVariable, PrnExpected,
              PrnDiff
           MOVE MoActual(MoIdx) TO PrnActual
           MOVE SPACES TO PrnStep, PrnFlags
           MOVE MoMonth(MoIdx) TO WantedMonth
           PERFORM FindTariff
           IF TariffFound = "N"
              MOVE "NO TARIFF" TO PrnFlags
              WRITE PrintLine FROM MonthLine AFTER ADVANCING 1 LINE
              EXIT PARAGRAPH
           END-IF
           COMPUTE KwhPrice = TfEnergyPrice + TfGridEnergy
              + TfTaxPerKwh
           IF TfSpotPrice
              PERFORM FindSpot
              IF SpotFound = "N"
                 MOVE "NO SPOT PRICE" TO PrnFlags
                 WRITE PrintLine FROM MonthLine AFTER ADVANCING 1 LINE
                 EXIT PARAGRAPH
              END-IF
              ADD MonthSpot TO KwhPrice
           END-IF
           MOVE KwhPrice TO PrnKwhPrice
           COMPUTE VatFactor = 1 + TfVatPct / 100
           COMPUTE VariableCost ROUNDED =
              MoKwh(MoIdx) * KwhPrice * VatFactor
           COMPUTE ExpectedBill ROUNDED =
              VariableCost + TfStepFee(PbUsualStep) * VatFactor
           MOVE VariableCost TO PrnVariable
           MOVE ExpectedBill TO PrnExpected
           IF MoBills(MoIdx) = ZERO
              MOVE "NO BILL" TO PrnFlags
              WRITE PrintLine FROM MonthLine AFTER ADVANCING 1 LINE
              EXIT PARAGRAPH
           END-IF
           COMPUTE DiffAmount = MoActual(MoIdx) - ExpectedBill
           MOVE DiffAmount TO PrnDiff
           COMPUTE ToleranceAmount ROUNDED =
              ExpectedBill * PbTolerancePct / 100
           IF DiffAmount > ToleranceAmount
              OR DiffAmount < ZERO - ToleranceAmount
              MOVE "DIFF" TO PrnFlags(1:4)
              ADD 1 TO DiffFlagCount
           END-IF
      * what the fixed part must have been, ex VAT
           COMPUTE ImpliedFee ROUNDED =
              (MoActual(MoIdx) - VariableCost) / VatFactor
           MOVE ZERO TO ImpliedStep
           PERFORM VARYING StepIdx FROM 1 BY 1 UNTIL StepIdx > 5
              IF StepIdx = 1 OR TfStepFee(StepIdx) > ZERO
                 COMPUTE FeeGap = ImpliedFee - TfStepFee(StepIdx)
                 IF FeeGap < ZERO
                    COMPUTE FeeGap = ZERO - FeeGap
                 END-IF
                 IF ImpliedStep = ZERO OR FeeGap < BestGap
                    MOVE StepIdx TO ImpliedStep
                    MOVE FeeGap TO BestGap
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO PrnStep
           STRING ImpliedStep DELIMITED BY SIZE
              INTO PrnStep
           END-STRING
           IF TfStepKw(ImpliedStep) > ZERO
              MOVE TfStepKw(ImpliedStep) TO StepKwText
              STRING ImpliedStep DELIMITED BY SIZE
                 "<" DELIMITED BY SIZE
                 FUNCTION TRIM(StepKwText) DELIMITED BY SIZE
                 INTO PrnStep
              END-STRING
           END-IF
           IF PrevImpliedStep NOT = ZERO
              AND ImpliedStep NOT = PrevImpliedStep
              MOVE "STEP" TO PrnFlags(6:4)
              ADD 1 TO StepFlagCount
           END-IF
           MOVE ImpliedStep TO PrevImpliedStep
           WRITE PrintLine FROM MonthLine AFTER ADVANCING 1 LINE.

      * Consumption per interval lands in the month the later
      * reading fell in; a rollover is resolved with the meter's
      * counter top, the same way MeterLog resolves it.
       LoadMonthlyKwh.
           OPEN INPUT Meters
           IF MetersStatus = "00"
              READ Meters
                 AT END SET EndOfMeters TO TRUE
              END-READ
              PERFORM UNTIL EndOfMeters
                 IF MtrId = PbMeterId
                    MOVE MtrDigits TO MeterDigitsWS
                 END-IF
                 READ Meters
                    AT END SET EndOfMeters TO TRUE
                 END-READ
              END-PERFORM
              CLOSE Meters
           END-IF
           MOVE 1 TO CounterTop
           PERFORM VARYING DigitIdx FROM 1 BY 1
              UNTIL DigitIdx > MeterDigitsWS
              COMPUTE CounterTop = CounterTop * 10
           END-PERFORM
           OPEN INPUT MeterReadings
           IF MeterReadingsStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ MeterReadings
              AT END SET EndOfReadings TO TRUE
           END-READ
           PERFORM UNTIL EndOfReadings
              IF MrId = PbMeterId
                 IF HavePrevReading = "Y"
                    IF MrValue >= PrevValue
                       COMPUTE Consumption = MrValue - PrevValue
                    ELSE
                       COMPUTE Consumption =
                          (CounterTop - PrevValue) + MrValue
                    END-IF
                    MOVE MrDate(1:6) TO WantedMonth
                    IF WantedMonth NOT < FromMonth
                       PERFORM FindOrAddMonth
                       IF MonthFound NOT = "F"
                          ADD Consumption TO MoKwh(MoIdx)
                       END-IF
                    END-IF
                 END-IF
                 MOVE MrValue TO PrevValue
                 MOVE "Y" TO HavePrevReading
              END-IF
              READ MeterReadings
                 AT END SET EndOfReadings TO TRUE
              END-READ
           END-PERFORM
           CLOSE MeterReadings.

      * A vendor's receipt pays for the month PbLagMonths before it.
      * The archives of the last ten years from the From month's
      * year on, oldest first, then the live file.
       LoadVendorBills.
           ACCEPT TodayDateNum FROM DATE YYYYMMDD
           MOVE ReceiptFileNameVar TO LiveReceiptName
           MOVE ZEROES TO ArchiveReadCount
           MOVE TodayDateNum(1:4) TO CurrentYear
           COMPUTE ProbeYear = CurrentYear - 10
           MOVE FromMonth(1:4) TO FromYear
           IF FromYear > ProbeYear
              MOVE FromYear TO ProbeYear
           END-IF
           PERFORM UNTIL ProbeYear >= CurrentYear
              MOVE SPACES TO ReceiptFileNameVar
              STRING "Receipts." DELIMITED BY SIZE
                 ProbeYear DELIMITED BY SIZE
                 ".dat" DELIMITED BY SIZE
                 INTO ReceiptFileNameVar
              END-STRING
              PERFORM LoadBillsOneFile
              ADD 1 TO ProbeYear
           END-PERFORM
           MOVE LiveReceiptName TO ReceiptFileNameVar
           PERFORM LoadBillsOneFile.

      * A file that is not there adds nothing; an archive that is
      * read is remembered for the provenance block.
       LoadBillsOneFile.
           OPEN INPUT ReceiptFile
           IF ReceiptFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           IF ReceiptFileNameVar NOT = LiveReceiptName
              AND ArchiveReadCount < 10
              ADD 1 TO ArchiveReadCount
              MOVE ReceiptFileNameVar
                 TO ArchiveReadName(ArchiveReadCount)
           END-IF
           MOVE SPACES TO ReceiptDetails
           PERFORM UNTIL EndOfReceipt
              READ ReceiptFile NEXT RECORD
                 AT END SET EndOfReceipt TO TRUE
              END-READ
              IF NOT EndOfReceipt AND RHeaderRecord
                 AND (HdrStore = PbEnergyVendor
                    OR (HdrStore = PbGridVendor
                       AND PbGridVendor NOT = SPACES))
                 MOVE HdrDate TO BillDate
                 COMPUTE MonthSerial = BillYear * 12
                    + BillMonth - 1 - PbLagMonths
                 DIVIDE MonthSerial BY 12 GIVING BillYear
                    REMAINDER BillMonth
                 ADD 1 TO BillMonth
                 COMPUTE WantedMonth = BillYear * 100 + BillMonth
                 IF WantedMonth NOT < FromMonth
                    PERFORM FindOrAddMonth
                    IF MonthFound NOT = "F"
                       ADD HdrTotal TO MoActual(MoIdx)
                       ADD 1 TO MoBills(MoIdx)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ReceiptFile.

       FindOrAddMonth.
           MOVE "N" TO MonthFound
           PERFORM VARYING MoIdx FROM 1 BY 1 UNTIL MoIdx > MonthCount
              IF MoMonth(MoIdx) = WantedMonth
                 MOVE "Y" TO MonthFound
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF MonthCount >= 120
              MOVE "F" TO MonthFound
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO MonthCount
           SET MoIdx TO MonthCount
           MOVE WantedMonth TO MoMonth(MoIdx)
           MOVE ZEROES TO MoKwh(MoIdx), MoActual(MoIdx),
              MoBills(MoIdx).

       SortMonths.
           PERFORM VARYING SortIdx FROM 1 BY 1
              UNTIL SortIdx >= MonthCount
              PERFORM VARYING SortInner FROM 1 BY 1
                 UNTIL SortInner > MonthCount - SortIdx
                 IF MoMonth(SortInner) > MoMonth(SortInner + 1)
                    MOVE MonthEntry(SortInner) TO SwapEntry
                    MOVE MonthEntry(SortInner + 1)
                       TO MonthEntry(SortInner)
                    MOVE SwapEntry TO MonthEntry(SortInner + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       AcceptDateInput.
           MOVE "N" TO DateOk
           PERFORM UNTIL DateAccepted
              DISPLAY FUNCTION TRIM(DatePromptText)
              ACCEPT DateInputWS
              IF DateInputWS = SPACE
                 MOVE "Y" TO DateOk
              ELSE
                 CALL "CheckDate" USING DateInputWS, DateOk
                 IF NOT DateAccepted
                    DISPLAY "Not a real calendar date -- try again"
                 END-IF
              END-IF
           END-PERFORM.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "PowerBillCheck" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "Tariffs.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "SpotPrices.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "PowerBillSettings.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Meters.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "MeterReadings.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           PERFORM VARYING ArIdx FROM 1 BY 1
              UNTIL ArIdx > ArchiveReadCount
              MOVE ArchiveReadName(ArIdx) TO PvInputName
              MOVE "R" TO PvInputKind
              PERFORM AddProvenanceInput
           END-PERFORM
           MOVE LiveReceiptName TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
