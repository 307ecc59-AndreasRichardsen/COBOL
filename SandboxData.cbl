       IDENTIFICATION DIVISION.
       PROGRAM-ID. SandboxData.
       AUTHOR. Andreas Richardsen.

      * Synthetic data for the sandbox, so a new report, a month-end
      * or a rollback can be tried without going near the real
      * files. Runs only in a directory carrying the Sandbox.flag
      * marker that MenuDriver's sandbox sign-on leaves there, and
      * replaces that directory's WorkHours.dat, Receipts.dat,
      * Meals.dat and Temps.dat with generated history up to
      * yesterday (12 months unless told otherwise):
      *   - work days Monday to Friday, 07:30 or 08:00 to 15:30,
      *     some long days flagged as overtime, three weeks' summer
      *     vacation, the fixed public holidays and the odd sick day;
      *   - two or three shopping trips a week, each a header with
      *     two to six item lines, the header total equal to the line
      *     sum, paid mostly by card, bought by the members on file;
      *   - breakfast most days and dinner nearly every day;
      *   - water and air readings at three locations every day,
      *     humidity and wind at the first, following the seasons.
      * Every file is written on its current layout generation with
      * its ".ver" marker and ".ctl" control totals, plus the month
      * indexes, the receipts' item index, ReceiptControl.dat and
      * LocationMaster.dat the writers and reporters expect beside
      * them. The same seed gives the same data, so a run that went
      * wrong can be repeated exactly.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SandboxFlag ASSIGN TO "Sandbox.flag"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SandboxFlagStatus.

           SELECT WorkHourFile ASSIGN DYNAMIC WHFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WHRecNr
           FILE STATUS IS WorkHourFileStatus.

           SELECT ReceiptFile ASSIGN DYNAMIC ReceiptFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS RRecNr
           FILE STATUS IS ReceiptFileStatus.

           SELECT ReceiptControl ASSIGN TO "ReceiptControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MealFile ASSIGN DYNAMIC MealFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS MealRecNr
           FILE STATUS IS MealFileStatus.

           SELECT MealMonthIndex ASSIGN TO "MealsMonthIndex.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TempFile ASSIGN DYNAMIC TempFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS TempRecNr
           FILE STATUS IS TempFileStatus.

           SELECT TempMonthIndex ASSIGN TO "TempsMonthIndex.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LocationMaster ASSIGN TO "LocationMaster.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS LocRecNr
           FILE STATUS IS LocationMasterStatus.

           SELECT VersionFile ASSIGN DYNAMIC VersionFileName
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Users ASSIGN TO "Users.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UsersStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SandboxFlag.
       01 SandboxFlagRecord     PIC X(8).

       FD WorkHourFile.
       01 WorkHourDetails.
           COPY "WORKHREC.cpy".

       FD ReceiptFile.
       COPY "RCPTREC.cpy".

       FD ReceiptControl.
       01 ControlRecord.
           02 CtrlMaxRecNr      PIC 9(5).

       FD MealFile.
       01 DinnerDetails.
           02 RecTypeCode    PIC X.
           COPY "DATECOMP.cpy" REPLACING ==:PREFIX:== BY ==Dinner==.
           02 DinnerDateNum  REDEFINES DinnerDate PIC 9(8).
           02 DinnerName     PIC X(20).
           02 Protein        PIC X(20).
           02 Carb           PIC X(20).
           02 Fiber          PIC X(20).
           02 Sauce          PIC X(20).
           02 DinnerInfo     PIC X(25).
           02 DinnerCalories PIC 9(4).
           02 DinnerProteinG PIC 9(3).
           02 DinnerPersonId PIC X(8).
           02 DinnerTime     PIC 9(4).

       01 OtherMealDetails.
           02 FILLER         PIC X.
           02 OtherName      PIC X(20).
           02 OtherInfo      PIC X(25).
           COPY "DATECOMP.cpy" REPLACING ==:PREFIX:== BY ==Other==.
           02 OtherDateNum   REDEFINES OtherDate PIC 9(8).
           02 OtherPersonId  PIC X(8).
           02 OtherTime      PIC 9(4).

       FD MealMonthIndex.
       01 MealIndexRecord.
           02 MiMonth           PIC 9(6).
           02 MiFirst           PIC 9(6).
           02 MiLast            PIC 9(6).

       FD TempFile.
       COPY "TEMPREC.cpy".

       FD TempMonthIndex.
       01 TempIndexRecord.
           02 TiMonth           PIC 9(6).
           02 TiFirst           PIC 9(6).
           02 TiLast            PIC 9(6).

       FD LocationMaster.
       01 LocationMasterRecord.
           02 LMCountry         PIC X(13).
           02 LMName            PIC X(30).
           02 LMLowThr          PIC S9(2).
           02 LMHighThr         PIC S9(2).

       FD VersionFile.
       01 VersionLine           PIC X(2).

       FD Users.
       01 UserRecord.
           88 EndOfUsers        VALUE HIGH-VALUES.
           02 UserId            PIC X(8).
           02 UserPin           PIC 9(4).
           02 UserAdmin         PIC X.

       WORKING-STORAGE SECTION.
       01 SandboxFlagStatus     PIC XX.
       01 WorkHourFileStatus    PIC XX.
       01 ReceiptFileStatus     PIC XX.
       01 MealFileStatus        PIC XX.
       01 TempFileStatus        PIC XX.
       01 LocationMasterStatus  PIC XX.
       01 UsersStatus           PIC XX.
       01 WHFileNameVar         PIC X(60) VALUE "WorkHours.dat".
       01 ReceiptFileNameVar    PIC X(60) VALUE "Receipts.dat".
       01 MealFileNameVar       PIC X(60) VALUE "Meals.dat".
       01 TempFileNameVar       PIC X(60) VALUE "Temps.dat".
       COPY "ITEMIDX.cpy".
       01 VersionFileName       PIC X(65).
       01 VersionFor            PIC X(60).
       01 VersionGen            PIC 9(2).
       01 WHRecNr               PIC 9(6).
       01 RRecNr                PIC 9(5).
       01 MealRecNr             PIC 9(6).
       01 TempRecNr             PIC 9(6).
       01 LocRecNr              PIC 9(5).
       01 CtlRecCount           PIC 9(7).
       01 CtlCheckSum           PIC 9(12).
       01 ConfirmAnswer         PIC X.
       01 NumInputWS            PIC X(12).
       01 NumValueWS            PIC S9(6)V99.
       01 NumOkWS               PIC X.

       01 RandomSeed            PIC 9(8) VALUE 1.
       01 RandomFraction        PIC 9V9(9).
       01 RandomRange           PIC 9(3).
       01 RandomPick            PIC 9(3).
       01 HistoryMonths         PIC 9(2) VALUE 12.

       01 TodayDateNum          PIC 9(8).
       01 FirstDay              PIC 9(7).
       01 LastDay               PIC 9(7).
       01 GenDay                PIC 9(7).
       01 GenDate               PIC 9(8).
       01 GenDateParts REDEFINES GenDate.
           02 GenYear           PIC 9(4).
           02 GenMonth          PIC 9(2).
           02 GenDayOfMonth     PIC 9(2).
       01 GenMonthDay REDEFINES GenDate.
           02 FILLER            PIC 9(4).
           02 GenMMDD           PIC 9(4).
       01 WeekdayNr             PIC 9.
           88 WeekendDay        VALUE 5 6.
       01 WeekCount             PIC 9(5).
       01 IndexMonth            PIC 9(6).
       01 IndexFirst            PIC 9(6).
       01 IndexLast             PIC 9(6).

       01 MemberTable.
           02 MemberId          PIC X(8) OCCURS 10 TIMES.
       01 MemberCount           PIC 9(2) VALUE ZERO.
       01 PickedMember          PIC X(8).

       01 WHCount               PIC 9(6) VALUE ZERO.
       01 ReceiptCount          PIC 9(5) VALUE ZERO.
       01 MealCount             PIC 9(6) VALUE ZERO.
       01 ReadingCount          PIC 9(6) VALUE ZERO.

      * fixed public holidays, MMDD
       01 HolidayList.
           02 FILLER            PIC 9(4) VALUE 0101.
           02 FILLER            PIC 9(4) VALUE 0501.
           02 FILLER            PIC 9(4) VALUE 0517.
           02 FILLER            PIC 9(4) VALUE 1225.
           02 FILLER            PIC 9(4) VALUE 1226.
       01 HolidayTable REDEFINES HolidayList.
           02 HolidayMMDD       PIC 9(4) OCCURS 5 TIMES
                                INDEXED BY HolIdx.
       01 HolidayFound          PIC X.

       01 StoreList.
           02 FILLER            PIC X(20) VALUE "Rema 1000".
           02 FILLER            PIC X(20) VALUE "Kiwi".
           02 FILLER            PIC X(20) VALUE "Coop Extra".
           02 FILLER            PIC X(20) VALUE "Meny".
           02 FILLER            PIC X(20) VALUE "Bunnpris".
       01 StoreTable REDEFINES StoreList.
           02 StoreName         PIC X(20) OCCURS 5 TIMES.

      * item name, receipt type, unit price in ore
       01 ItemList.
           02 FILLER PIC X(43) VALUE
              "Milk                          Drink  002190".
           02 FILLER PIC X(43) VALUE
              "Bread                         Carb   003490".
           02 FILLER PIC X(43) VALUE
              "Chicken fillet                Protein008990".
           02 FILLER PIC X(43) VALUE
              "Salmon                        Protein012900".
           02 FILLER PIC X(43) VALUE
              "Rice                          Carb   003250".
           02 FILLER PIC X(43) VALUE
              "Pasta                         Carb   001990".
           02 FILLER PIC X(43) VALUE
              "Broccoli                      Green  002490".
           02 FILLER PIC X(43) VALUE
              "Salad                         Green  002990".
           02 FILLER PIC X(43) VALUE
              "Tomato sauce                  Sauce  002250".
           02 FILLER PIC X(43) VALUE
              "Potato chips                  Snack  003490".
           02 FILLER PIC X(43) VALUE
              "Coffee                        Drink  007990".
           02 FILLER PIC X(43) VALUE
              "Eggs                          Protein004490".
       01 ItemTable REDEFINES ItemList.
           02 ItemEntry         OCCURS 12 TIMES.
              03 ItemName       PIC X(30).
              03 ItemType       PIC X(7).
              03 ItemPrice      PIC 9(4)V99.

       01 LineTable.
           02 LineEntry         OCCURS 6 TIMES INDEXED BY LnIdx.
              03 LnItem         PIC 9(2).
              03 LnAmount       PIC 9.
       01 LineCount             PIC 9.
       01 ReceiptTotal          PIC S9(6)V99.
       01 ReceiptStore          PIC X(20).
       01 ReceiptPay            PIC X.
       01 HeaderSlot            PIC 9(5).

      * dinner name, protein, carb, fibre, sauce, kcal, protein g
       01 DinnerList.
           02 FILLER            PIC X(20) VALUE "Taco".
           02 FILLER            PIC X(20) VALUE "Minced beef".
           02 FILLER            PIC X(20) VALUE "Tortilla".
           02 FILLER            PIC X(20) VALUE "Salad".
           02 FILLER            PIC X(20) VALUE "Salsa".
           02 FILLER            PIC 9(4) VALUE 0750.
           02 FILLER            PIC 9(3) VALUE 032.
           02 FILLER            PIC X(20) VALUE "Salmon with rice".
           02 FILLER            PIC X(20) VALUE "Salmon".
           02 FILLER            PIC X(20) VALUE "Rice".
           02 FILLER            PIC X(20) VALUE "Broccoli".
           02 FILLER            PIC X(20) VALUE "Butter sauce".
           02 FILLER            PIC 9(4) VALUE 0680.
           02 FILLER            PIC 9(3) VALUE 038.
           02 FILLER            PIC X(20) VALUE "Chicken pasta".
           02 FILLER            PIC X(20) VALUE "Chicken fillet".
           02 FILLER            PIC X(20) VALUE "Pasta".
           02 FILLER            PIC X(20) VALUE "Spinach".
           02 FILLER            PIC X(20) VALUE "Pesto".
           02 FILLER            PIC 9(4) VALUE 0720.
           02 FILLER            PIC 9(3) VALUE 041.
           02 FILLER            PIC X(20) VALUE "Fish soup".
           02 FILLER            PIC X(20) VALUE "Cod".
           02 FILLER            PIC X(20) VALUE "Potato".
           02 FILLER            PIC X(20) VALUE "Carrot".
           02 FILLER            PIC X(20) VALUE "Cream".
           02 FILLER            PIC 9(4) VALUE 0540.
           02 FILLER            PIC 9(3) VALUE 029.
           02 FILLER            PIC X(20) VALUE "Meatballs".
           02 FILLER            PIC X(20) VALUE "Meatballs".
           02 FILLER            PIC X(20) VALUE "Potato".
           02 FILLER            PIC X(20) VALUE "Peas".
           02 FILLER            PIC X(20) VALUE "Brown sauce".
           02 FILLER            PIC 9(4) VALUE 0810.
           02 FILLER            PIC 9(3) VALUE 035.
           02 FILLER            PIC X(20) VALUE "Vegetable curry".
           02 FILLER            PIC X(20) VALUE "Chickpeas".
           02 FILLER            PIC X(20) VALUE "Rice".
           02 FILLER            PIC X(20) VALUE "Cauliflower".
           02 FILLER            PIC X(20) VALUE "Curry".
           02 FILLER            PIC 9(4) VALUE 0610.
           02 FILLER            PIC 9(3) VALUE 019.
       01 DinnerTable REDEFINES DinnerList.
           02 DinnerEntry       OCCURS 6 TIMES.
              03 DtName         PIC X(20).
              03 DtProtein      PIC X(20).
              03 DtCarb         PIC X(20).
              03 DtFiber        PIC X(20).
              03 DtSauce        PIC X(20).
              03 DtCalories     PIC 9(4).
              03 DtProteinG     PIC 9(3).

       01 BreakfastList.
           02 FILLER PIC X(20) VALUE "Oatmeal".
           02 FILLER PIC X(20) VALUE "Bread and cheese".
           02 FILLER PIC X(20) VALUE "Yoghurt and muesli".
       01 BreakfastTable REDEFINES BreakfastList.
           02 BreakfastName     PIC X(20) OCCURS 3 TIMES.

      * country, location, low and high alert thresholds
       01 LocationList.
           02 FILLER PIC X(47) VALUE
              "Norway       Oslofjord                     1022".
           02 FILLER PIC X(47) VALUE
              "Norway       Hvalstad                      0820".
           02 FILLER PIC X(47) VALUE
              "Sweden       Stromstad                     1021".
       01 LocationTable REDEFINES LocationList.
           02 LocationEntry     OCCURS 3 TIMES INDEXED BY LcIdx.
              03 LcCountry      PIC X(13).
              03 LcName         PIC X(30).
              03 LcLowThr       PIC 9(2).
              03 LcHighThr      PIC 9(2).

      * typical water and air temperature per calendar month
       01 SeasonList.
           02 FILLER            PIC X(24)
              VALUE "030303050912171816130905".
           02 FILLER            PIC X(24)
              VALUE "000003071216191816110602".
       01 SeasonTable REDEFINES SeasonList.
           02 WaterNormal       PIC 9(2) OCCURS 12 TIMES.
           02 AirNormal         PIC 9(2) OCCURS 12 TIMES.
       01 ReadingValue          PIC S9(2).
       01 ReadingMetric         PIC X.

       PROCEDURE DIVISION.
       BEGIN.
           OPEN INPUT SandboxFlag
           IF SandboxFlagStatus NOT = "00"
              DISPLAY "No Sandbox.flag here -- sample data is only "
                 "written in the sandbox (MenuDriver sign-on, S)"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           CLOSE SandboxFlag

           ACCEPT WHFileNameVar FROM ENVIRONMENT "WORKHOURFILE"
           IF WHFileNameVar = SPACES
              MOVE "WorkHours.dat" TO WHFileNameVar
           END-IF
           ACCEPT ReceiptFileNameVar FROM ENVIRONMENT "RECEIPTFILE"
           IF ReceiptFileNameVar = SPACES
              MOVE "Receipts.dat" TO ReceiptFileNameVar
           END-IF
           ACCEPT MealFileNameVar FROM ENVIRONMENT "MEALFILE"
           IF MealFileNameVar = SPACES
              MOVE "Meals.dat" TO MealFileNameVar
           END-IF
           ACCEPT TempFileNameVar FROM ENVIRONMENT "TEMPFILE"
           IF TempFileNameVar = SPACES
              MOVE "Temps.dat" TO TempFileNameVar
           END-IF

           DISPLAY "Seed (Enter = 1; the same seed gives the same "
              "data)"
           ACCEPT NumInputWS
           IF NumInputWS NOT = SPACES
              CALL "CheckNumber" USING NumInputWS, NumValueWS,
                 NumOkWS
              IF NumOkWS = "Y" AND NumValueWS > ZERO
                 MOVE NumValueWS TO RandomSeed
              END-IF
           END-IF
           DISPLAY "Months of history, 1-36 (Enter = 12)"
           ACCEPT NumInputWS
           IF NumInputWS NOT = SPACES
              CALL "CheckNumber" USING NumInputWS, NumValueWS,
                 NumOkWS
              IF NumOkWS = "Y" AND NumValueWS >= 1
                 AND NumValueWS <= 36
                 MOVE NumValueWS TO HistoryMonths
              END-IF
           END-IF
           DISPLAY "Replace the sandbox's work hours, receipts, meals "
              "and temperatures? Y/N"
           ACCEPT ConfirmAnswer
           IF ConfirmAnswer NOT = "Y" AND ConfirmAnswer NOT = "y"
              DISPLAY "Nothing written"
              GOBACK
           END-IF

           ACCEPT TodayDateNum FROM DATE YYYYMMDD
           COMPUTE LastDay = FUNCTION INTEGER-OF-DATE(TodayDateNum) - 1
           COMPUTE FirstDay = LastDay - (HistoryMonths * 365 / 12) + 1
           COMPUTE RandomFraction = FUNCTION RANDOM(RandomSeed)
           PERFORM LoadMembers

           PERFORM GenerateWorkHours
           PERFORM GenerateReceipts
           PERFORM GenerateMeals
           PERFORM GenerateTemps

           DISPLAY "Sandbox filled from "
              FUNCTION DATE-OF-INTEGER(FirstDay) " to "
              FUNCTION DATE-OF-INTEGER(LastDay) ":"
           DISPLAY "  " WHCount " work-hour records"
           DISPLAY "  " ReceiptCount " receipt records (headers and "
              "lines)"
           DISPLAY "  " MealCount " meals"
           DISPLAY "  " ReadingCount " temperature readings"
           GOBACK.

       LoadMembers.
           MOVE ZEROES TO MemberCount
           OPEN INPUT Users
           IF UsersStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ Users
              AT END SET EndOfUsers TO TRUE
           END-READ
           PERFORM UNTIL EndOfUsers OR MemberCount >= 10
              ADD 1 TO MemberCount
              MOVE UserId TO MemberId(MemberCount)
              READ Users
                 AT END SET EndOfUsers TO TRUE
              END-READ
           END-PERFORM
           CLOSE Users.

      * RandomPick comes back between 1 and RandomRange.
       NextRandomPick.
           COMPUTE RandomFraction = FUNCTION RANDOM
           COMPUTE RandomPick = RandomFraction * RandomRange + 1
           IF RandomPick > RandomRange
              MOVE RandomRange TO RandomPick
           END-IF.

       PickMember.
           MOVE SPACES TO PickedMember
           IF MemberCount > ZERO
              MOVE MemberCount TO RandomRange
              PERFORM NextRandomPick
              MOVE MemberId(RandomPick) TO PickedMember
           END-IF.

       SetGenDate.
           COMPUTE GenDate = FUNCTION DATE-OF-INTEGER(GenDay)
           DIVIDE GenDay BY 7 GIVING WeekCount REMAINDER WeekdayNr
           IF WeekdayNr = ZERO
              MOVE 6 TO WeekdayNr
           ELSE
              SUBTRACT 1 FROM WeekdayNr
           END-IF.

      * Version marker and control totals for one data file, as the
      * writers leave them after a clean close.
       StampDataFile.
           MOVE SPACES TO VersionFileName
           STRING FUNCTION TRIM(VersionFor) DELIMITED BY SIZE
              ".ver" DELIMITED BY SIZE
              INTO VersionFileName
           END-STRING
           OPEN OUTPUT VersionFile
           MOVE VersionGen TO VersionLine
           WRITE VersionLine
           CLOSE VersionFile
           CALL "SaveControlTotals" USING VersionFor, CtlRecCount,
              CtlCheckSum.

       GenerateWorkHours.
           OPEN OUTPUT WorkHourFile
           MOVE ZEROES TO WHRecNr, CtlRecCount, CtlCheckSum
           PERFORM VARYING GenDay FROM FirstDay BY 1
              UNTIL GenDay > LastDay
              PERFORM SetGenDate
              IF NOT WeekendDay
                 PERFORM WriteWorkDay
              END-IF
           END-PERFORM
           CLOSE WorkHourFile
           MOVE WHRecNr TO WHCount
           MOVE WHFileNameVar TO VersionFor
           MOVE 02 TO VersionGen
           PERFORM StampDataFile.

       WriteWorkDay.
           MOVE SPACES TO WorkHourDetails
           MOVE GenDate TO WHDate
           MOVE 01 TO WHSeqNr
           MOVE "N" TO WHOvertimeFlag
           MOVE ZEROES TO WHStartTime, WHEndTime, WHHoursWorked
           COMPUTE PayPeriodId = (WHYear * 100) + WHMonth
           MOVE "N" TO HolidayFound
           PERFORM VARYING HolIdx FROM 1 BY 1 UNTIL HolIdx > 5
              IF HolidayMMDD(HolIdx) = GenMMDD
                 MOVE "Y" TO HolidayFound
              END-IF
           END-PERFORM
           MOVE 100 TO RandomRange
           PERFORM NextRandomPick
           EVALUATE TRUE
              WHEN HolidayFound = "Y"
                 SET WHHoliday TO TRUE
              WHEN GenMonth = 7 AND GenDayOfMonth >= 6
                 AND GenDayOfMonth <= 24
                 SET WHVacation TO TRUE
              WHEN RandomPick <= 3
                 SET WHSickLeave TO TRUE
              WHEN OTHER
                 SET WHWorkedDay TO TRUE
                 IF RandomPick <= 33
                    MOVE 0730 TO WHStartTime
                 ELSE
                    MOVE 0800 TO WHStartTime
                 END-IF
                 MOVE 1530 TO WHEndTime
                 IF RandomPick >= 88
                    MOVE 1800 TO WHEndTime
                    MOVE "Y" TO WHOvertimeFlag
                 END-IF
                 COMPUTE WHHoursWorked ROUNDED =
                    (((WHEndHour * 60) + WHEndMinute)
                    - ((WHStartHour * 60) + WHStartMinute)) / 60
           END-EVALUATE
           ADD 1 TO WHRecNr
           WRITE WorkHourDetails
              INVALID KEY DISPLAY "Write failed at " WHRecNr
           END-WRITE
           ADD 1 TO CtlRecCount
           COMPUTE CtlCheckSum = CtlCheckSum
              + FUNCTION ORD(WorkHourDetails(1:1))
              + FUNCTION ORD(WorkHourDetails(9:1)).

       GenerateReceipts.
           OPEN OUTPUT ReceiptFile
           MOVE ZEROES TO RRecNr, CtlRecCount, CtlCheckSum
           PERFORM VARYING GenDay FROM FirstDay BY 1
              UNTIL GenDay > LastDay
              PERFORM SetGenDate
              MOVE 100 TO RandomRange
              PERFORM NextRandomPick
              IF RandomPick <= 38
                 PERFORM WriteOneReceipt
              END-IF
           END-PERFORM
           CLOSE ReceiptFile
           MOVE RRecNr TO ReceiptCount
           OPEN OUTPUT ReceiptControl
           MOVE RRecNr TO CtrlMaxRecNr
           WRITE ControlRecord
           CLOSE ReceiptControl
           MOVE "R" TO IxAction
           MOVE ReceiptFileNameVar TO IxReceiptFile
           CALL "ItemIndex" USING ItemIndexRequest
           MOVE ReceiptFileNameVar TO VersionFor
           MOVE 02 TO VersionGen
           PERFORM StampDataFile.

      * Lines are drawn first so the header can carry their count
      * and sum, the way a finished ReceiptWriter session leaves it.
       WriteOneReceipt.
           MOVE 5 TO RandomRange
           PERFORM NextRandomPick
           MOVE StoreName(RandomPick) TO ReceiptStore
           MOVE 5 TO RandomRange
           PERFORM NextRandomPick
           COMPUTE LineCount = RandomPick + 1
           MOVE ZEROES TO ReceiptTotal
           PERFORM VARYING LnIdx FROM 1 BY 1 UNTIL LnIdx > LineCount
              MOVE 12 TO RandomRange
              PERFORM NextRandomPick
              MOVE RandomPick TO LnItem(LnIdx)
              MOVE 3 TO RandomRange
              PERFORM NextRandomPick
              MOVE RandomPick TO LnAmount(LnIdx)
              COMPUTE ReceiptTotal = ReceiptTotal
                 + ItemPrice(LnItem(LnIdx)) * LnAmount(LnIdx)
           END-PERFORM
           MOVE 10 TO RandomRange
           PERFORM NextRandomPick
           EVALUATE TRUE
              WHEN RandomPick <= 7 MOVE "C" TO ReceiptPay
              WHEN RandomPick <= 9 MOVE "V" TO ReceiptPay
              WHEN OTHER           MOVE "K" TO ReceiptPay
           END-EVALUATE
           PERFORM PickMember

           ADD 1 TO RRecNr
           MOVE RRecNr TO HeaderSlot
           MOVE SPACES TO ReceiptHeaderDetails
           MOVE RRecNr TO HdrNr
           MOVE GenDate TO HdrDate
           MOVE ReceiptStore TO HdrStore
           MOVE ReceiptTotal TO HdrTotal
           MOVE LineCount TO HdrLineCount
           MOVE ReceiptPay TO HdrPayMethod
           MOVE "Header" TO HdrKind
           MOVE PickedMember TO HdrPerson
           PERFORM WriteReceiptRecord
           PERFORM VARYING LnIdx FROM 1 BY 1 UNTIL LnIdx > LineCount
              ADD 1 TO RRecNr
              MOVE SPACES TO ReceiptDetails
              MOVE RRecNr TO RNr
              MOVE GenDate TO RDate
              MOVE ItemName(LnItem(LnIdx)) TO RName
              MOVE ReceiptStore TO RStore
              MOVE ItemPrice(LnItem(LnIdx)) TO RPrice
              MOVE LnAmount(LnIdx) TO RAmount
              MOVE ItemType(LnItem(LnIdx)) TO RType
              MOVE PickedMember TO RPerson
              PERFORM WriteReceiptRecord
           END-PERFORM.

       WriteReceiptRecord.
           WRITE ReceiptDetails
              INVALID KEY DISPLAY "Write failed at " RRecNr
           END-WRITE
           ADD 1 TO CtlRecCount
           COMPUTE CtlCheckSum = CtlCheckSum
              + FUNCTION ORD(ReceiptDetails(1:1))
              + FUNCTION ORD(ReceiptDetails(9:1)).

      * Date order throughout, breakfast before dinner, with the
      * month index written as each month closes.
       GenerateMeals.
           OPEN OUTPUT MealFile
           OPEN OUTPUT MealMonthIndex
           MOVE ZEROES TO MealRecNr, CtlRecCount, CtlCheckSum
           MOVE ZEROES TO IndexMonth
           PERFORM VARYING GenDay FROM FirstDay BY 1
              UNTIL GenDay > LastDay
              PERFORM SetGenDate
              IF GenDate(1:6) NOT = IndexMonth
                 PERFORM WriteMealIndex
                 MOVE GenDate(1:6) TO IndexMonth
                 COMPUTE IndexFirst = MealRecNr + 1
              END-IF
              MOVE 100 TO RandomRange
              PERFORM NextRandomPick
              IF RandomPick <= 70
                 PERFORM WriteBreakfast
              END-IF
              MOVE 100 TO RandomRange
              PERFORM NextRandomPick
              IF RandomPick <= 92
                 PERFORM WriteDinner
              END-IF
           END-PERFORM
           PERFORM WriteMealIndex
           CLOSE MealMonthIndex
           CLOSE MealFile
           MOVE MealRecNr TO MealCount
           MOVE MealFileNameVar TO VersionFor
           MOVE 03 TO VersionGen
           PERFORM StampDataFile.

       WriteMealIndex.
           IF IndexMonth NOT = ZERO AND MealRecNr >= IndexFirst
              MOVE IndexMonth TO MiMonth
              MOVE IndexFirst TO MiFirst
              MOVE MealRecNr TO MiLast
              WRITE MealIndexRecord
           END-IF.

       WriteBreakfast.
           MOVE SPACES TO DinnerDetails
           MOVE "B" TO RecTypeCode
           MOVE 3 TO RandomRange
           PERFORM NextRandomPick
           MOVE BreakfastName(RandomPick) TO OtherName
           MOVE GenDate TO OtherDateNum
           PERFORM PickMember
           MOVE PickedMember TO OtherPersonId
           MOVE 14 TO RandomRange
           PERFORM NextRandomPick
           COMPUTE OtherTime = 0645 + RandomPick
           PERFORM WriteMealRecord.

       WriteDinner.
           MOVE SPACES TO DinnerDetails
           MOVE "D" TO RecTypeCode
           MOVE GenDate TO DinnerDateNum
           MOVE 6 TO RandomRange
           PERFORM NextRandomPick
           MOVE DtName(RandomPick) TO DinnerName
           MOVE DtProtein(RandomPick) TO Protein
           MOVE DtCarb(RandomPick) TO Carb
           MOVE DtFiber(RandomPick) TO Fiber
           MOVE DtSauce(RandomPick) TO Sauce
           MOVE DtCalories(RandomPick) TO DinnerCalories
           MOVE DtProteinG(RandomPick) TO DinnerProteinG
           PERFORM PickMember
           MOVE PickedMember TO DinnerPersonId
           MOVE 3 TO RandomRange
           PERFORM NextRandomPick
           EVALUATE RandomPick
              WHEN 1 MOVE 1700 TO DinnerTime
              WHEN 2 MOVE 1730 TO DinnerTime
              WHEN OTHER MOVE 1815 TO DinnerTime
           END-EVALUATE
           PERFORM WriteMealRecord.

       WriteMealRecord.
           ADD 1 TO MealRecNr
           WRITE DinnerDetails
              INVALID KEY DISPLAY "Write failed at " MealRecNr
           END-WRITE
           ADD 1 TO CtlRecCount
           COMPUTE CtlCheckSum = CtlCheckSum
              + FUNCTION ORD(DinnerDetails(1:1))
              + FUNCTION ORD(DinnerDetails(9:1)).

       GenerateTemps.
           OPEN OUTPUT LocationMaster
           MOVE ZEROES TO LocRecNr
           PERFORM VARYING LcIdx FROM 1 BY 1 UNTIL LcIdx > 3
              ADD 1 TO LocRecNr
              MOVE LcCountry(LcIdx) TO LMCountry
              MOVE LcName(LcIdx) TO LMName
              MOVE LcLowThr(LcIdx) TO LMLowThr
              MOVE LcHighThr(LcIdx) TO LMHighThr
              WRITE LocationMasterRecord
                 INVALID KEY DISPLAY "Write failed at " LocRecNr
              END-WRITE
           END-PERFORM
           CLOSE LocationMaster

           OPEN OUTPUT TempFile
           OPEN OUTPUT TempMonthIndex
           MOVE ZEROES TO TempRecNr, CtlRecCount, CtlCheckSum
           MOVE ZEROES TO IndexMonth
           PERFORM VARYING GenDay FROM FirstDay BY 1
              UNTIL GenDay > LastDay
              PERFORM SetGenDate
              IF GenDate(1:6) NOT = IndexMonth
                 PERFORM WriteTempIndex
                 MOVE GenDate(1:6) TO IndexMonth
                 COMPUTE IndexFirst = TempRecNr + 1
              END-IF
              PERFORM VARYING LcIdx FROM 1 BY 1 UNTIL LcIdx > 3
                 PERFORM WriteDayReadings
              END-PERFORM
           END-PERFORM
           PERFORM WriteTempIndex
           CLOSE TempMonthIndex
           CLOSE TempFile
           MOVE TempRecNr TO ReadingCount
           MOVE TempFileNameVar TO VersionFor
           MOVE 02 TO VersionGen
           PERFORM StampDataFile.

       WriteTempIndex.
           IF IndexMonth NOT = ZERO AND TempRecNr >= IndexFirst
              MOVE IndexMonth TO TiMonth
              MOVE IndexFirst TO TiFirst
              MOVE TempRecNr TO TiLast
              WRITE TempIndexRecord
           END-IF.

      * Water in the morning and air at noon around the month's
      * normal; humidity and wind at noon at the first location.
       WriteDayReadings.
           MOVE 5 TO RandomRange
           PERFORM NextRandomPick
           COMPUTE ReadingValue = WaterNormal(GenMonth) + RandomPick
              - 3
           MOVE "W" TO ReadingMetric
           MOVE 0800 TO TempTime
           PERFORM WriteReading
           MOVE 9 TO RandomRange
           PERFORM NextRandomPick
           COMPUTE ReadingValue = AirNormal(GenMonth) + RandomPick - 5
           MOVE "A" TO ReadingMetric
           MOVE 1200 TO TempTime
           PERFORM WriteReading
           IF LcIdx = 1
              MOVE 40 TO RandomRange
              PERFORM NextRandomPick
              COMPUTE ReadingValue = 55 + RandomPick
              IF ReadingValue > 99
                 MOVE 99 TO ReadingValue
              END-IF
              MOVE "H" TO ReadingMetric
              PERFORM WriteReading
              MOVE 15 TO RandomRange
              PERFORM NextRandomPick
              COMPUTE ReadingValue = RandomPick - 1
              MOVE "N" TO ReadingMetric
              PERFORM WriteReading
           END-IF.

       WriteReading.
           MOVE GenDate TO TempDateNum
           MOVE LcCountry(LcIdx) TO Country
           MOVE LcName(LcIdx) TO Location
           MOVE ReadingValue TO Temperature
           MOVE ReadingMetric TO TempMetric
           ADD 1 TO TempRecNr
           WRITE TempDetails
              INVALID KEY DISPLAY "Write failed at " TempRecNr
           END-WRITE
           ADD 1 TO CtlRecCount
           COMPUTE CtlCheckSum = CtlCheckSum
              + FUNCTION ORD(TempDetails(1:1))
              + FUNCTION ORD(TempDetails(9:1)).
