       IDENTIFICATION DIVISION.
       PROGRAM-ID. VehicleService.
       AUTHOR. Andreas Richardsen.

      * The maintenance plan behind the fuel log. Vehicles.dat names
      * the household's vehicles; MaintPlan.dat holds per vehicle the
      * recurring items -- oil change, service, tyre swap, brake
      * fluid, EU-kontroll -- each due every so many km or every so
      * many months, whichever comes first, with the date and
      * odometer it was last done. Mode 1 keeps vehicles and plan
      * items. Mode 2 records completed work against the workshop's
      * receipt (by RNr, header or item line): the date, store and
      * amount come from Receipts.dat, the work lands in
      * MaintDone.dat and the plan item restarts from that date and
      * odometer, and an open reminder for the item is ticked off.
      * Mode 3 writes MaintDue.rpt: the odometer is the latest fill
      * in FillUps.dat for the vehicle, the km per day the distance
      * over the last 180 days of fills (the whole history when that
      * is too short), and each item's due date the earlier of the
      * calendar date and the day the km limit is projected to be
      * reached. Items due within the horizon -- overdue ones too --
      * go onto Reminders.dat once.
      * MaintDue.rpt ends with the ReportProvenance block: operator, run
      * time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Vehicles ASSIGN TO "Vehicles.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VehiclesStatus.

           SELECT MaintPlan ASSIGN TO "MaintPlan.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MaintPlanStatus.

           SELECT MaintDone ASSIGN TO "MaintDone.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MaintDoneStatus.

           SELECT FillUps ASSIGN TO "FillUps.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FillUpsStatus.

           SELECT Reminders ASSIGN TO "Reminders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RemindersStatus.

           SELECT ReceiptFile ASSIGN DYNAMIC ReceiptFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS RRecNr
           FILE STATUS IS ReceiptFileStatus.

           SELECT MaintDueRpt ASSIGN TO "MaintDue.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Vehicles.
       01 VehicleRecord.
           88 EndOfVehicles     VALUE HIGH-VALUES.
           02 VhId              PIC X(6).
           02 VhName            PIC X(20).

       FD MaintPlan.
       01 MaintPlanRecord.
           88 EndOfMaintPlan    VALUE HIGH-VALUES.
           02 MpVehicle         PIC X(6).
           02 MpItem            PIC X(20).
           02 MpEveryKm         PIC 9(6).
           02 MpEveryMonths     PIC 9(3).
           02 MpLastDate        PIC 9(8).
           02 MpLastOdo         PIC 9(7).

       FD MaintDone.
       01 MaintDoneRecord.
           02 MdVehicle         PIC X(6).
           02 MdItem            PIC X(20).
           02 MdDate            PIC 9(8).
           02 MdOdometer        PIC 9(7).
           02 MdRNr             PIC 9(5).
           02 MdStore           PIC X(20).
           02 MdAmount          PIC S9(6)V99.

       FD FillUps.
       01 FillUpRecord.
           88 EndOfFillUps      VALUE HIGH-VALUES.
           02 FURNr             PIC 9(5).
           02 FUDate            PIC 9(8).
           02 FUOdometer        PIC 9(7).
           02 FULitres          PIC 9(3)V99.
           02 FUCost            PIC 9(6)V99.
           02 FUVehicle         PIC X(6).

       FD Reminders.
       01 ReminderRecord.
           88 EndOfReminders    VALUE HIGH-VALUES.
           02 RmDue             PIC 9(8).
           02 RmRecur           PIC X.
           02 RmText            PIC X(40).
           02 RmDone            PIC X.

       FD ReceiptFile.
       COPY "RCPTREC.cpy".

       FD MaintDueRpt.
       01 PrintLine             PIC X(100).

       WORKING-STORAGE SECTION.
       01 VehiclesStatus        PIC XX.
       01 MaintPlanStatus       PIC XX.
       01 MaintDoneStatus       PIC XX.
       01 FillUpsStatus         PIC XX.
       01 RemindersStatus       PIC XX.
       01 ReceiptFileNameVar    PIC X(60) VALUE "Receipts.dat".
       01 RcptLayoutGen         PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 ReceiptFileStatus     PIC XX.
       01 RRecNr                PIC 9(5).
       01 RunMode               PIC X.
           88 PlanMode          VALUE "1".
           88 DoneMode          VALUE "2".
           88 DueListMode       VALUE "3".
       01 DatePromptText        PIC X(44).
       01 DateInputWS           PIC X(8).
       01 DateOk                PIC X.
           88 DateAccepted      VALUE "Y".
       01 InputWS               PIC X(20).
       01 NumInputWS            PIC X(12).
       01 NumValueWS            PIC S9(6)V99.
       01 NumOkWS               PIC X.
       01 TodayDateNum          PIC 9(8).
       01 TodayDayNum           PIC 9(7).

       01 VehicleTable.
           02 VehicleEntry      OCCURS 10 TIMES INDEXED BY VhIdx.
              03 VtId           PIC X(6).
              03 VtName         PIC X(20).
       01 VehicleCount          PIC 9(2) VALUE ZERO.
       01 PickedVehicle         PIC X(6).
       01 PickedVehicleName     PIC X(20).

       01 PlanTable.
           02 PlanEntry         OCCURS 60 TIMES INDEXED BY PlIdx.
              03 PtRecord       PIC X(50).
       01 PlanCount             PIC 9(2) VALUE ZERO.
       01 PlanFound             PIC X.
       01 PickNr                PIC 9(2).
       01 ItemPickNr            PIC 9(2).

      * fills of the vehicle being looked at, in file order
       01 FillTable.
           02 FillEntry         OCCURS 300 TIMES INDEXED BY FiIdx.
              03 FtDate         PIC 9(8).
              03 FtOdometer     PIC 9(7).
       01 FillCount             PIC 9(3) VALUE ZERO.
       01 FillVehicle           PIC X(6).
       01 CurrentOdo            PIC 9(7).
       01 CurrentOdoDate        PIC 9(8).
       01 RateFromOdo           PIC 9(7).
       01 RateFromDate          PIC 9(8).
       01 RateWindowStart       PIC 9(7).
       01 RateDays              PIC S9(7).
       01 KmPerDay              PIC 9(4)V9.

       01 DueKm                 PIC 9(7).
       01 KmLeft                PIC S9(7).
       01 KmDueDate             PIC 9(8).
       01 CalDueDate            PIC 9(8).
       01 ItemDueDate           PIC 9(8).
       01 DaysLeft              PIC S9(5).
       01 DaysToKm              PIC 9(7).
       01 HorizonDays           PIC 9(3) VALUE 60.
       01 DueCount              PIC 9(3) VALUE ZERO.
       01 OverdueCount          PIC 9(3) VALUE ZERO.
       01 ReminderAdded         PIC 9(3) VALUE ZERO.

       01 MonthCalcDate.
           02 McYear            PIC 9(4).
           02 McMonth           PIC 9(2).
           02 McDay             PIC 9(2).
       01 MonthCalcNum REDEFINES MonthCalcDate PIC 9(8).
       01 MonthTotal            PIC 9(6).

       01 RNrInput              PIC 9(5).
       01 DoneOdoInput          PIC X(12).

       01 ReminderDueWS         PIC 9(8).
       01 ReminderTextWS        PIC X(40).
       01 ReminderDupWS         PIC X.
       01 ReminderTable.
           02 ReminderEntry     OCCURS 200 TIMES INDEXED BY RmIdx.
              03 RtImage        PIC X(50).
       01 ReminderCount         PIC 9(3) VALUE ZERO.
       01 ReminderTicked        PIC X.

       01 ReportHeading.
           02 FILLER            PIC X(31)
              VALUE "Vehicle maintenance due list --".
           02 FILLER            PIC X(7) VALUE " today ".
           02 PrnHeadToday      PIC 9(8).
           02 FILLER            PIC X(10) VALUE ", horizon ".
           02 PrnHeadHorizon    PIC ZZ9.
           02 FILLER            PIC X(5) VALUE " days".
       01 Divider               PIC X(100) VALUE ALL "*".
       01 VehicleLine.
           02 PrnVhId           PIC X(7).
           02 PrnVhName         PIC X(21).
           02 FILLER            PIC X(9) VALUE "odometer ".
           02 PrnVhOdo          PIC Z(6)9.
           02 FILLER            PIC X(7) VALUE " km at ".
           02 PrnVhOdoDate      PIC 9(8).
           02 FILLER            PIC X(2) VALUE ", ".
           02 PrnVhRate         PIC ZZZ9.9.
           02 FILLER            PIC X(7) VALUE " km/day".
       01 ColumnHeading.
           02 FILLER            PIC X(22) VALUE "  Item".
           02 FILLER            PIC X(9) VALUE "Last done".
           02 FILLER            PIC X(7) VALUE "  at km".
           02 FILLER            PIC X(9) VALUE "  next km".
           02 FILLER            PIC X(10) VALUE "     by km".
           02 FILLER            PIC X(9) VALUE "  by date".
           02 FILLER            PIC X(9) VALUE "      due".
           02 FILLER            PIC X(7) VALUE "   days".
       01 ItemLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnItem           PIC X(20).
           02 PrnLastDate       PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnLastOdo        PIC Z(6)9.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnDueKm          PIC Z(6)9.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnKmDate         PIC X(8).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnCalDate        PIC X(8).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnDueDate        PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnDaysLeft       PIC ZZZZ9-.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnFlag           PIC X(8).
       01 NoteLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnNote           PIC X(78).
       01 CountLine.
           02 PrnCountText      PIC X(40).
           02 PrnCountValue     PIC ZZ9.

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TodayDateNum FROM DATE YYYYMMDD
           COMPUTE TodayDayNum = FUNCTION INTEGER-OF-DATE(TodayDateNum)
           DISPLAY "1 = Vehicles and plan   2 = Record completed "
              "work   3 = Due list"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN PlanMode    PERFORM MaintainPlan
              WHEN DoneMode    PERFORM RecordDoneWork
              WHEN DueListMode PERFORM DueList
              WHEN OTHER       DISPLAY "Unknown mode"
           END-EVALUATE
           GOBACK.

       LoadVehicles.
           MOVE ZEROES TO VehicleCount
           OPEN INPUT Vehicles
           IF VehiclesStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ Vehicles
              AT END SET EndOfVehicles TO TRUE
           END-READ
           PERFORM UNTIL EndOfVehicles OR VehicleCount >= 10
              ADD 1 TO VehicleCount
              MOVE VhId TO VtId(VehicleCount)
              MOVE VhName TO VtName(VehicleCount)
              READ Vehicles
                 AT END SET EndOfVehicles TO TRUE
              END-READ
           END-PERFORM
           CLOSE Vehicles.

       LoadPlan.
           MOVE ZEROES TO PlanCount
           OPEN INPUT MaintPlan
           IF MaintPlanStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ MaintPlan
              AT END SET EndOfMaintPlan TO TRUE
           END-READ
           PERFORM UNTIL EndOfMaintPlan OR PlanCount >= 60
              ADD 1 TO PlanCount
              MOVE MaintPlanRecord TO PtRecord(PlanCount)
              READ MaintPlan
                 AT END SET EndOfMaintPlan TO TRUE
              END-READ
           END-PERFORM
           CLOSE MaintPlan.

       SavePlan.
           OPEN OUTPUT MaintPlan
           PERFORM VARYING PlIdx FROM 1 BY 1 UNTIL PlIdx > PlanCount
              MOVE PtRecord(PlIdx) TO MaintPlanRecord
              WRITE MaintPlanRecord
           END-PERFORM
           CLOSE MaintPlan.

      * Leaves the chosen vehicle in PickedVehicle, spaces when the
      * answer was not a vehicle on file. One vehicle is taken
      * without asking.
       PickVehicle.
           MOVE SPACES TO PickedVehicle, PickedVehicleName
           IF VehicleCount = ZERO
              DISPLAY "No vehicles on file -- add one with mode 1"
              EXIT PARAGRAPH
           END-IF
           IF VehicleCount = 1
              MOVE VtId(1) TO PickedVehicle
              MOVE VtName(1) TO PickedVehicleName
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING VhIdx FROM 1 BY 1
              UNTIL VhIdx > VehicleCount
              DISPLAY "  " VtId(VhIdx) " " FUNCTION TRIM(VtName(VhIdx))
           END-PERFORM
           DISPLAY "Vehicle id"
           ACCEPT InputWS
           MOVE FUNCTION UPPER-CASE(InputWS) TO InputWS
           PERFORM VARYING VhIdx FROM 1 BY 1
              UNTIL VhIdx > VehicleCount
              IF VtId(VhIdx) = InputWS
                 MOVE VtId(VhIdx) TO PickedVehicle
                 MOVE VtName(VhIdx) TO PickedVehicleName
              END-IF
           END-PERFORM
           IF PickedVehicle = SPACES
              DISPLAY "No vehicle " FUNCTION TRIM(InputWS)
           END-IF.

       MaintainPlan.
           PERFORM LoadVehicles
           PERFORM VARYING VhIdx FROM 1 BY 1
              UNTIL VhIdx > VehicleCount
              DISPLAY "  " VtId(VhIdx) " " FUNCTION TRIM(VtName(VhIdx))
           END-PERFORM
           PERFORM UNTIL EXIT
              DISPLAY "New vehicle id, e.g. the plate (Enter = none)"
              ACCEPT InputWS
              IF InputWS = SPACES
                 EXIT PERFORM
              END-IF
              IF VehicleCount >= 10
                 DISPLAY "Vehicle list full (10)"
                 EXIT PERFORM
              END-IF
              MOVE FUNCTION UPPER-CASE(InputWS) TO InputWS
              MOVE InputWS TO VhId
              DISPLAY "Vehicle name"
              ACCEPT VhName
              OPEN EXTEND Vehicles
              IF VehiclesStatus = "35"
                 OPEN OUTPUT Vehicles
                 CLOSE Vehicles
                 OPEN EXTEND Vehicles
              END-IF
              WRITE VehicleRecord
              CLOSE Vehicles
              ADD 1 TO VehicleCount
              MOVE VhId TO VtId(VehicleCount)
              MOVE VhName TO VtName(VehicleCount)
           END-PERFORM
           PERFORM PickVehicle
           IF PickedVehicle = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM LoadPlan
           PERFORM LoadVehicleFills
           PERFORM UNTIL EXIT
              PERFORM ListVehiclePlan
              DISPLAY "Item name to add or change, e.g. OIL CHANGE, "
                 "SERVICE, TYRE SWAP,"
              DISPLAY "  BRAKE FLUID, EU-KONTROLL (Enter to finish)"
              ACCEPT InputWS
              IF InputWS = SPACES
                 EXIT PERFORM
              END-IF
              MOVE FUNCTION UPPER-CASE(InputWS) TO InputWS
              PERFORM EditPlanItem
           END-PERFORM
           PERFORM SavePlan
           DISPLAY "Plan saved for " PickedVehicle.

       ListVehiclePlan.
           MOVE ZEROES TO PickNr
           PERFORM VARYING PlIdx FROM 1 BY 1 UNTIL PlIdx > PlanCount
              MOVE PtRecord(PlIdx) TO MaintPlanRecord
              IF MpVehicle = PickedVehicle
                 ADD 1 TO PickNr
                 DISPLAY "  " PickNr " " MpItem " every " MpEveryKm
                    " km / " MpEveryMonths " months, last "
                    MpLastDate " at " MpLastOdo " km"
              END-IF
           END-PERFORM.

      * A new item needs a starting point: the date and odometer it
      * was last done, defaulting to today and the latest fill.
       EditPlanItem.
           MOVE "N" TO PlanFound
           PERFORM VARYING PlIdx FROM 1 BY 1 UNTIL PlIdx > PlanCount
              MOVE PtRecord(PlIdx) TO MaintPlanRecord
              IF MpVehicle = PickedVehicle AND MpItem = InputWS
                 MOVE "Y" TO PlanFound
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF PlanFound = "N"
              IF PlanCount >= 60
                 DISPLAY "Plan full (60 items)"
                 EXIT PARAGRAPH
              END-IF
              MOVE PickedVehicle TO MpVehicle
              MOVE InputWS TO MpItem
              MOVE ZEROES TO MpEveryKm, MpEveryMonths
              MOVE TodayDateNum TO MpLastDate
              MOVE CurrentOdo TO MpLastOdo
           END-IF
           DISPLAY "Every how many km (0 = no km limit)"
           PERFORM AcceptWholeNumber
           MOVE NumValueWS TO MpEveryKm
           DISPLAY "Every how many months (0 = no calendar limit)"
           PERFORM AcceptWholeNumber
           MOVE NumValueWS TO MpEveryMonths
           IF MpEveryKm = ZERO AND MpEveryMonths = ZERO
              DISPLAY "An item needs a km or a month interval -- "
                 "not saved"
              EXIT PARAGRAPH
           END-IF
           IF PlanFound = "N"
              MOVE "Last done (YYYYMMDD, Enter = today)"
                 TO DatePromptText
              PERFORM AcceptDateInput
              IF DateInputWS NOT = SPACE
                 MOVE DateInputWS TO MpLastDate
              END-IF
              DISPLAY "Odometer when last done (Enter = " CurrentOdo
                 ")"
              ACCEPT NumInputWS
              IF NumInputWS NOT = SPACES
                 CALL "CheckNumber" USING NumInputWS, NumValueWS,
                    NumOkWS
                 IF NumOkWS = "Y" AND NumValueWS >= ZERO
                    MOVE NumValueWS TO MpLastOdo
                 END-IF
              END-IF
              ADD 1 TO PlanCount
              SET PlIdx TO PlanCount
           END-IF
           MOVE MaintPlanRecord TO PtRecord(PlIdx).

       AcceptWholeNumber.
           MOVE "N" TO NumOkWS
           PERFORM UNTIL NumOkWS = "Y"
              ACCEPT NumInputWS
              IF NumInputWS = SPACES
                 MOVE "0" TO NumInputWS
              END-IF
              CALL "CheckNumber" USING NumInputWS, NumValueWS,
                 NumOkWS
              IF NumOkWS = "Y" AND (NumValueWS < ZERO
                 OR NumValueWS > 999999)
                 MOVE "N" TO NumOkWS
              END-IF
              IF NumOkWS NOT = "Y"
                 DISPLAY "Not a valid number -- try again"
              END-IF
           END-PERFORM.

      * The fills of PickedVehicle; a fill without a vehicle id
      * belongs to the first vehicle on file. CurrentOdo is the
      * highest odometer seen and CurrentOdoDate its date.
       LoadVehicleFills.
           MOVE ZEROES TO FillCount, CurrentOdo, CurrentOdoDate
           OPEN INPUT FillUps
           IF FillUpsStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ FillUps
              AT END SET EndOfFillUps TO TRUE
           END-READ
           PERFORM UNTIL EndOfFillUps OR FillCount >= 300
              MOVE FUVehicle TO FillVehicle
              IF FillVehicle = SPACES
                 MOVE VtId(1) TO FillVehicle
              END-IF
              IF FillVehicle = PickedVehicle
                 ADD 1 TO FillCount
                 MOVE FUDate TO FtDate(FillCount)
                 MOVE FUOdometer TO FtOdometer(FillCount)
                 IF FUOdometer > CurrentOdo
                    MOVE FUOdometer TO CurrentOdo
                    MOVE FUDate TO CurrentOdoDate
                 END-IF
              END-IF
              READ FillUps
                 AT END SET EndOfFillUps TO TRUE
              END-READ
           END-PERFORM
           CLOSE FillUps.

      * Distance per day over the fills of the last 180 days before
      * the latest one; the whole history when that window holds
      * less than a week of driving.
       ComputeKmRate.
           MOVE ZEROES TO KmPerDay
           IF FillCount < 2
              EXIT PARAGRAPH
           END-IF
           COMPUTE RateWindowStart =
              FUNCTION INTEGER-OF-DATE(CurrentOdoDate) - 180
           MOVE CurrentOdo TO RateFromOdo
           MOVE CurrentOdoDate TO RateFromDate
           PERFORM VARYING FiIdx FROM 1 BY 1 UNTIL FiIdx > FillCount
              IF FUNCTION INTEGER-OF-DATE(FtDate(FiIdx))
                 >= RateWindowStart
                 AND FtOdometer(FiIdx) < RateFromOdo
                 MOVE FtOdometer(FiIdx) TO RateFromOdo
                 MOVE FtDate(FiIdx) TO RateFromDate
              END-IF
           END-PERFORM
           COMPUTE RateDays = FUNCTION INTEGER-OF-DATE(CurrentOdoDate)
              - FUNCTION INTEGER-OF-DATE(RateFromDate)
           IF RateDays < 7
              PERFORM VARYING FiIdx FROM 1 BY 1
                 UNTIL FiIdx > FillCount
                 IF FtOdometer(FiIdx) < RateFromOdo
                    MOVE FtOdometer(FiIdx) TO RateFromOdo
                    MOVE FtDate(FiIdx) TO RateFromDate
                 END-IF
              END-PERFORM
              COMPUTE RateDays =
                 FUNCTION INTEGER-OF-DATE(CurrentOdoDate)
                 - FUNCTION INTEGER-OF-DATE(RateFromDate)
           END-IF
           IF RateDays > ZERO
              COMPUTE KmPerDay ROUNDED =
                 (CurrentOdo - RateFromOdo) / RateDays
                 ON SIZE ERROR MOVE ZEROES TO KmPerDay
              END-COMPUTE
           END-IF.

      * Completed work: one workshop receipt can cover several plan
      * items, picked one after another.
       RecordDoneWork.
           PERFORM LoadVehicles
           PERFORM PickVehicle
           IF PickedVehicle = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM LoadPlan
           PERFORM LoadVehicleFills
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
           DISPLAY "RNr of the workshop receipt (header or line)"
           ACCEPT RNrInput
           OPEN INPUT ReceiptFile
           IF ReceiptFileStatus NOT = "00"
              DISPLAY "Receipt file not found"
              EXIT PARAGRAPH
           END-IF
           MOVE RNrInput TO RRecNr
           READ ReceiptFile
              INVALID KEY MOVE HIGH-VALUES TO ReceiptDetails
           END-READ
           CLOSE ReceiptFile
           IF EndOfReceipt
              DISPLAY "No receipt with RNr " RNrInput
              EXIT PARAGRAPH
           END-IF
           INITIALIZE MaintDoneRecord
           MOVE PickedVehicle TO MdVehicle
           MOVE RNrInput TO MdRNr
           IF RHeaderRecord
              MOVE HdrDate TO MdDate
              MOVE HdrStore TO MdStore
              MOVE HdrTotal TO MdAmount
           ELSE
              MOVE RDate TO MdDate
              MOVE RStore TO MdStore
              COMPUTE MdAmount = RPrice * RAmount
           END-IF
           DISPLAY "Receipt " MdDate " " FUNCTION TRIM(MdStore)
           MOVE ZEROES TO MdOdometer
           PERFORM VARYING FiIdx FROM 1 BY 1 UNTIL FiIdx > FillCount
              IF FtDate(FiIdx) NOT > MdDate
                 AND FtOdometer(FiIdx) > MdOdometer
                 MOVE FtOdometer(FiIdx) TO MdOdometer
              END-IF
           END-PERFORM
           DISPLAY "Odometer at the workshop (Enter = " MdOdometer
              ", the last fill before)"
           ACCEPT DoneOdoInput
           IF DoneOdoInput NOT = SPACES
              CALL "CheckNumber" USING DoneOdoInput, NumValueWS,
                 NumOkWS
              IF NumOkWS = "Y" AND NumValueWS > ZERO
                 MOVE NumValueWS TO MdOdometer
              END-IF
           END-IF
           PERFORM UNTIL EXIT
              PERFORM ListVehiclePlan
              DISPLAY "Item number done on this receipt "
                 "(Enter to finish)"
              ACCEPT InputWS
              IF InputWS = SPACES
                 EXIT PERFORM
              END-IF
              IF FUNCTION TEST-NUMVAL(InputWS) NOT = ZERO
                 DISPLAY "Not a number"
                 EXIT PERFORM CYCLE
              END-IF
              COMPUTE ItemPickNr = FUNCTION NUMVAL(InputWS)
              PERFORM MarkItemDone
           END-PERFORM
           PERFORM SavePlan.

       MarkItemDone.
           MOVE ZEROES TO PickNr
           MOVE "N" TO PlanFound
           PERFORM VARYING PlIdx FROM 1 BY 1 UNTIL PlIdx > PlanCount
              MOVE PtRecord(PlIdx) TO MaintPlanRecord
              IF MpVehicle = PickedVehicle
                 ADD 1 TO PickNr
                 IF PickNr = ItemPickNr
                    MOVE "Y" TO PlanFound
                    EXIT PERFORM
                 END-IF
              END-IF
           END-PERFORM
           IF PlanFound = "N"
              DISPLAY "No item " ItemPickNr
              EXIT PARAGRAPH
           END-IF
           MOVE MpItem TO MdItem
           OPEN EXTEND MaintDone
           IF MaintDoneStatus = "35"
              OPEN OUTPUT MaintDone
              CLOSE MaintDone
              OPEN EXTEND MaintDone
           END-IF
           WRITE MaintDoneRecord
           CLOSE MaintDone
      * work keyed late must not move the plan backwards
           IF MdDate >= MpLastDate
              MOVE MdDate TO MpLastDate
              MOVE MdOdometer TO MpLastOdo
              MOVE MaintPlanRecord TO PtRecord(PlIdx)
           END-IF
           PERFORM BuildReminderText
           PERFORM TickOffReminder
           DISPLAY FUNCTION TRIM(MpItem) " recorded on RNr " MdRNr.

       BuildReminderText.
           MOVE SPACES TO ReminderTextWS
           STRING FUNCTION TRIM(MpVehicle) DELIMITED BY SIZE
              ": " DELIMITED BY SIZE
              FUNCTION TRIM(MpItem) DELIMITED BY SIZE
              " due" DELIMITED BY SIZE
              INTO ReminderTextWS
           END-STRING.

      * Closes the open reminder for the item, if one was raised.
       TickOffReminder.
           MOVE ZEROES TO ReminderCount
           MOVE "N" TO ReminderTicked
           OPEN INPUT Reminders
           IF RemindersStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ Reminders
              AT END SET EndOfReminders TO TRUE
           END-READ
           PERFORM UNTIL EndOfReminders OR ReminderCount >= 200
              IF RmText = ReminderTextWS AND RmDone NOT = "Y"
                 MOVE "Y" TO RmDone
                 MOVE "Y" TO ReminderTicked
              END-IF
              ADD 1 TO ReminderCount
              MOVE ReminderRecord TO RtImage(ReminderCount)
              READ Reminders
                 AT END SET EndOfReminders TO TRUE
              END-READ
           END-PERFORM
           CLOSE Reminders
           IF ReminderTicked = "N" OR NOT EndOfReminders
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Reminders
           PERFORM VARYING RmIdx FROM 1 BY 1
              UNTIL RmIdx > ReminderCount
              MOVE RtImage(RmIdx) TO ReminderRecord
              WRITE ReminderRecord
           END-PERFORM
           CLOSE Reminders.

       DueList.
           DISPLAY "Horizon in days (Enter = 60)"
           ACCEPT NumInputWS
           IF NumInputWS NOT = SPACES
              CALL "CheckNumber" USING NumInputWS, NumValueWS,
                 NumOkWS
              IF NumOkWS = "Y" AND NumValueWS > ZERO
                 AND NumValueWS < 1000
                 MOVE NumValueWS TO HorizonDays
              END-IF
           END-IF
           PERFORM LoadVehicles
           IF VehicleCount = ZERO
              DISPLAY "No vehicles on file -- add one with mode 1"
              EXIT PARAGRAPH
           END-IF
           PERFORM LoadPlan
           PERFORM StartProvenance
           OPEN OUTPUT MaintDueRpt
           MOVE TodayDateNum TO PrnHeadToday
           MOVE HorizonDays TO PrnHeadHorizon
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           PERFORM VARYING VhIdx FROM 1 BY 1
              UNTIL VhIdx > VehicleCount
              MOVE VtId(VhIdx) TO PickedVehicle
              MOVE VtName(VhIdx) TO PickedVehicleName
              PERFORM DueListVehicle
           END-PERFORM
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE "Items overdue:" TO PrnCountText
           MOVE OverdueCount TO PrnCountValue
           WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
           MOVE "Items due within the horizon:" TO PrnCountText
           MOVE DueCount TO PrnCountValue
           WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
           MOVE "New reminders raised:" TO PrnCountText
           MOVE ReminderAdded TO PrnCountValue
           WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
           CLOSE MaintDueRpt
           MOVE "MaintDue.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to MaintDue.rpt (" OverdueCount
              " overdue, " DueCount " due, " ReminderAdded
              " new reminders)".

       DueListVehicle.
           PERFORM LoadVehicleFills
           PERFORM ComputeKmRate
           MOVE SPACES TO PrintLine
           WRITE PrintLine AFTER ADVANCING 1 LINE
           MOVE PickedVehicle TO PrnVhId
           MOVE PickedVehicleName TO PrnVhName
           MOVE CurrentOdo TO PrnVhOdo
           MOVE CurrentOdoDate TO PrnVhOdoDate
           MOVE KmPerDay TO PrnVhRate
           WRITE PrintLine FROM VehicleLine AFTER ADVANCING 1 LINE
           IF FillCount = ZERO
              MOVE "No fills logged -- km limits cannot be projected"
                 TO PrnNote
              WRITE PrintLine FROM NoteLine AFTER ADVANCING 1 LINE
           END-IF
           WRITE PrintLine FROM ColumnHeading AFTER ADVANCING 1 LINE
           PERFORM VARYING PlIdx FROM 1 BY 1 UNTIL PlIdx > PlanCount
              MOVE PtRecord(PlIdx) TO MaintPlanRecord
              IF MpVehicle = PickedVehicle
                 PERFORM DueListItem
              END-IF
           END-PERFORM.

      * The km side: the day the limit is reached at the current
      * rate, counted from the latest fill; already passed means due
      * as of that fill. The calendar side: the last date plus the
      * interval in months.
       DueListItem.
           MOVE ZEROES TO KmDueDate, CalDueDate, DueKm
           MOVE SPACES TO PrnKmDate, PrnCalDate
           IF MpEveryKm > ZERO
              COMPUTE DueKm = MpLastOdo + MpEveryKm
              COMPUTE KmLeft = DueKm - CurrentOdo
              EVALUATE TRUE
                 WHEN FillCount = ZERO
                    CONTINUE
                 WHEN KmLeft <= ZERO
                    MOVE CurrentOdoDate TO KmDueDate
                 WHEN KmPerDay > ZERO
                    COMPUTE DaysToKm ROUNDED = KmLeft / KmPerDay
                    COMPUTE KmDueDate = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(CurrentOdoDate)
                       + DaysToKm)
              END-EVALUATE
           END-IF
           IF MpEveryMonths > ZERO
              PERFORM AddPlanMonths
           END-IF
           IF KmDueDate > ZERO
              MOVE KmDueDate TO PrnKmDate
           END-IF
           IF CalDueDate > ZERO
              MOVE CalDueDate TO PrnCalDate
           END-IF
           EVALUATE TRUE
              WHEN KmDueDate = ZERO
                 MOVE CalDueDate TO ItemDueDate
              WHEN CalDueDate = ZERO
                 MOVE KmDueDate TO ItemDueDate
              WHEN KmDueDate < CalDueDate
                 MOVE KmDueDate TO ItemDueDate
              WHEN OTHER
                 MOVE CalDueDate TO ItemDueDate
           END-EVALUATE
           MOVE MpItem TO PrnItem
           MOVE MpLastDate TO PrnLastDate
           MOVE MpLastOdo TO PrnLastOdo
           MOVE DueKm TO PrnDueKm
           MOVE SPACES TO PrnFlag
           MOVE ZEROES TO PrnDueDate, PrnDaysLeft
           IF ItemDueDate = ZERO
              MOVE "NO RATE" TO PrnFlag
              WRITE PrintLine FROM ItemLine AFTER ADVANCING 1 LINE
              EXIT PARAGRAPH
           END-IF
           MOVE ItemDueDate TO PrnDueDate
           COMPUTE DaysLeft = FUNCTION INTEGER-OF-DATE(ItemDueDate)
              - TodayDayNum
           MOVE DaysLeft TO PrnDaysLeft
           IF DaysLeft < ZERO
              MOVE "OVERDUE" TO PrnFlag
              ADD 1 TO OverdueCount
           ELSE
              IF DaysLeft <= HorizonDays
                 MOVE "DUE" TO PrnFlag
                 ADD 1 TO DueCount
              END-IF
           END-IF
           WRITE PrintLine FROM ItemLine AFTER ADVANCING 1 LINE
           IF PrnFlag NOT = SPACES
              MOVE ItemDueDate TO ReminderDueWS
              PERFORM BuildReminderText
              PERFORM WriteReminder
           END-IF.

      * MpLastDate plus MpEveryMonths; a day the target month does
      * not have falls back to that month's last day.
       AddPlanMonths.
           MOVE MpLastDate TO MonthCalcNum
           COMPUTE MonthTotal = McYear * 12 + McMonth - 1
              + MpEveryMonths
           DIVIDE MonthTotal BY 12 GIVING McYear REMAINDER McMonth
           ADD 1 TO McMonth
           MOVE MonthCalcNum TO DateInputWS
           CALL "CheckDate" USING DateInputWS, DateOk
           PERFORM UNTIL DateAccepted OR McDay <= 28
              SUBTRACT 1 FROM McDay
              MOVE MonthCalcNum TO DateInputWS
              CALL "CheckDate" USING DateInputWS, DateOk
           END-PERFORM
           MOVE MonthCalcNum TO CalDueDate.

      * One open reminder per item: an item already waiting on
      * Reminders.dat is left alone even if its projected date has
      * moved since.
       WriteReminder.
           MOVE "N" TO ReminderDupWS
           OPEN INPUT Reminders
           IF RemindersStatus = "00"
              READ Reminders
                 AT END SET EndOfReminders TO TRUE
              END-READ
              PERFORM UNTIL EndOfReminders
                 IF RmText = ReminderTextWS
                    AND RmDone NOT = "Y"
                    MOVE "Y" TO ReminderDupWS
                    SET EndOfReminders TO TRUE
                 ELSE
                    READ Reminders
                       AT END SET EndOfReminders TO TRUE
                    END-READ
                 END-IF
              END-PERFORM
              CLOSE Reminders
           END-IF
           IF ReminderDupWS = "Y"
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND Reminders
           IF RemindersStatus = "35"
              OPEN OUTPUT Reminders
              CLOSE Reminders
              OPEN EXTEND Reminders
           END-IF
           MOVE ReminderDueWS TO RmDue
           MOVE "N" TO RmRecur
           MOVE ReminderTextWS TO RmText
           MOVE "N" TO RmDone
           WRITE ReminderRecord
           CLOSE Reminders
           ADD 1 TO ReminderAdded.

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
           MOVE "VehicleService" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "Vehicles.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "MaintPlan.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "MaintDone.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "FillUps.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
