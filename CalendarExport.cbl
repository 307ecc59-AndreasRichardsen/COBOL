       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalendarExport.
       AUTHOR. Andreas Richardsen.

      * Writes the system's dated items as an iCalendar file (RFC 5545)
      * for the phone: planned vacations (LeavePlans.dat, a cancelled
      * one goes out as a cancelled event so the phone drops it), open
      * reminders (Reminders.dat, monthly and yearly ones as repeating
      * events), warranty return-window deadlines (WarrantyReg.dat),
      * planned dinners (MealPlan.dat), holidays (HolidayCalendar.dat),
      * unpaid bills (Bills.dat) and open invoices (Invoices.dat) by due
      * date. Every item carries a UID built from its own key in its
      * source file -- the bill or invoice number, the plan date
      * (re-planning a date appends to MealPlan.dat, so the newest row
      * for a date is the one sent), the leave's start date, the
      * warranty number, a checksum of a reminder's text (its due date
      * moves when it recurs) -- so a re-import updates the event
      * instead of adding a second one. CalendarExport.dat holds the
      * settings on one line, edited by hand: seven Y/N flags for the
      * sources in the order above, days back and days ahead of today to
      * include, and the file to write (the synced folder); it is seeded
      * with every source, 30 days back, 365 ahead and "Calendar.ics".
      * No prompts, so JobScheduler runs it daily; RETURN-CODE 8 when
      * the file cannot be written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SettingsFile ASSIGN TO "CalendarExport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SettingsStatus.

           SELECT IcsFile ASSIGN DYNAMIC IcsFileNameVar
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS IcsFileStatus.

           SELECT LeavePlans ASSIGN TO "LeavePlans.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LeavePlansStatus.

           SELECT Reminders ASSIGN TO "Reminders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RemindersStatus.

           SELECT WarrantyReg ASSIGN TO "WarrantyReg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WarrantyRegStatus.

           SELECT MealPlanFile ASSIGN TO "MealPlan.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MealPlanStatus.

           SELECT HolidayCalendar ASSIGN TO "HolidayCalendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HolidayStatus.

           SELECT BillFile ASSIGN TO "Bills.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BillFileStatus.

           SELECT InvoiceFile ASSIGN TO "Invoices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InvoiceFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SettingsFile.
       01 SettingsRecord.
           02 CxSources.
              03 CxSource       PIC X OCCURS 7 TIMES.
           02 CxDaysBack        PIC 9(3).
           02 CxDaysAhead       PIC 9(3).
           02 CxFileName        PIC X(60).

      * written an octet at a time: RFC 5545 wants CR LF after
      * every line, which a line sequential file will not carry
       FD IcsFile.
       01 IcsByte               PIC X.

       FD LeavePlans.
       01 LeavePlanRecord.
           88 EndOfPlansFile    VALUE HIGH-VALUES.
           02 LPStart           PIC 9(8).
           02 LPEnd             PIC 9(8).
           02 LPDays            PIC 9(3).
           02 LPStatus          PIC X.
              88 LPActive       VALUE "A".
              88 LPCancelled    VALUE "X".

       FD Reminders.
       01 ReminderRecord.
           88 EndOfReminders    VALUE HIGH-VALUES.
           02 RmDue             PIC 9(8).
           02 RmRecur           PIC X.
           02 RmText            PIC X(40).
           02 RmDone            PIC X.

       FD WarrantyReg.
       01 WarrantyRegRecord.
           88 EndOfWarrantyReg  VALUE HIGH-VALUES.
           02 WRNr              PIC 9(5).
           02 WRName            PIC X(30).
           02 WRDate            PIC 9(8).
           02 WRMonths          PIC 9(3).
           02 WRRetDays         PIC 9(3).

       FD MealPlanFile.
       01 MealPlanRecord.
           88 EndOfPlanFile     VALUE HIGH-VALUES.
           02 PlanDate          PIC 9(8).
           02 PlannedDinner     PIC X(20).

       FD HolidayCalendar.
       01 HolidayRecord.
           88 EndOfHolidayFile  VALUE HIGH-VALUES.
           02 HolDate           PIC 9(8).
           02 HolName           PIC X(30).

       FD BillFile.
       01 BillRecord.
           88 EndOfBillFile     VALUE HIGH-VALUES.
           02 BLNr              PIC 9(5).
           02 BLPayee           PIC X(20).
           02 BLAmount          PIC 9(6)V99.
           02 BLDueDate         PIC 9(8).
           02 BLKid             PIC X(25).
           02 BLEntered         PIC 9(8).
           02 BLStatus          PIC X.
              88 BLUnpaid       VALUE "U".
              88 BLPaid         VALUE "P".
           02 BLPaidRNr         PIC 9(5).
           02 BLPaidDate        PIC 9(8).
           02 BLOverdueAlert    PIC X.

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
              88 INPaid         VALUE "P".

       WORKING-STORAGE SECTION.
       01 SettingsStatus        PIC XX.
       01 IcsFileStatus         PIC XX.
       01 IcsFileNameVar        PIC X(60) VALUE "Calendar.ics".
       01 LeavePlansStatus      PIC XX.
       01 RemindersStatus       PIC XX.
       01 WarrantyRegStatus     PIC XX.
       01 MealPlanStatus        PIC XX.
       01 HolidayStatus         PIC XX.
       01 BillFileStatus        PIC XX.
       01 InvoiceFileStatus     PIC XX.

       01 SourceNameList.
           02 FILLER            PIC X(12) VALUE "Vacations".
           02 FILLER            PIC X(12) VALUE "Reminders".
           02 FILLER            PIC X(12) VALUE "Warranties".
           02 FILLER            PIC X(12) VALUE "Meal plan".
           02 FILLER            PIC X(12) VALUE "Holidays".
           02 FILLER            PIC X(12) VALUE "Bills".
           02 FILLER            PIC X(12) VALUE "Invoices".
       01 SourceNameTable REDEFINES SourceNameList.
           02 SourceName        PIC X(12) OCCURS 7 TIMES.
       01 SourceCounts.
           02 SourceCount       PIC 9(5) OCCURS 7 TIMES.
       01 SrcIdx                PIC 9.
       01 EventTotal            PIC 9(5) VALUE ZERO.

       01 TodayDateNum          PIC 9(8).
       01 TodayDayNum           PIC 9(7).
       01 WindowStart           PIC 9(8).
       01 WindowEnd             PIC 9(8).
       01 DayNumWS              PIC 9(7).

      * UTC time stamp for DTSTAMP, from the clock and its offset
       01 ClockNow.
           02 ClockDate         PIC 9(8).
           02 ClockHour         PIC 9(2).
           02 ClockMinute       PIC 9(2).
           02 ClockSecond       PIC 9(2).
           02 FILLER            PIC 9(2).
           02 ClockOffSign      PIC X.
           02 ClockOffHour      PIC 9(2).
           02 ClockOffMinute    PIC 9(2).
       01 UtcMinutes            PIC S9(5).
       01 UtcDayNum             PIC 9(7).
       01 UtcDate               PIC 9(8).
       01 UtcHour               PIC 9(2).
       01 UtcMinute             PIC 9(2).
       01 StampText             PIC X(16).

      * one event, filled by the source paragraphs
       01 EvUid                 PIC X(40).
       01 EvStart               PIC 9(8).
       01 EvEnd                 PIC 9(8).
       01 EvSummary             PIC X(70).
       01 EvCategory            PIC X(12).
       01 EvRecur               PIC X.
       01 EvCancelled           PIC X.
       01 EvBusy                PIC X.
       01 ExclusiveEnd          PIC 9(8).

      * one content line before folding, and the folding itself
       01 IcsText               PIC X(200).
       01 IcsLen                PIC 9(3).
       01 IcsPos                PIC 9(3).
       01 IcsPiece              PIC 9(3).
       01 EscapedText           PIC X(160).
       01 EscLen                PIC 9(3).
       01 CharIdx               PIC 9(3).
       01 OneChar               PIC X.

      * the newest planned dinner per day of the window, by day
      * number from the window's first day
       01 PlanDayTable.
           02 PlanDay           OCCURS 1999 TIMES.
              03 PdDinner       PIC X(20).
       01 PlanDayCount          PIC 9(4).
       01 PdIdx                 PIC 9(4).

       01 TextChecksum          PIC 9(10).
       01 AmountEdit            PIC Z(6)9.99.
       01 NumberEdit            PIC Z(4)9.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM LoadSettings
           MOVE CxFileName TO IcsFileNameVar
           ACCEPT TodayDateNum FROM DATE YYYYMMDD
           COMPUTE TodayDayNum =
              FUNCTION INTEGER-OF-DATE(TodayDateNum)
           COMPUTE WindowStart = FUNCTION DATE-OF-INTEGER
              (TodayDayNum - CxDaysBack)
           COMPUTE WindowEnd = FUNCTION DATE-OF-INTEGER
              (TodayDayNum + CxDaysAhead)
           PERFORM MakeTimeStamp
           INITIALIZE SourceCounts

           OPEN OUTPUT IcsFile
           IF IcsFileStatus NOT = "00"
              DISPLAY "Cannot write " FUNCTION TRIM(IcsFileNameVar)
                 " (status " IcsFileStatus ")"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "BEGIN:VCALENDAR" TO IcsText
           PERFORM WriteIcsLine
           MOVE "VERSION:2.0" TO IcsText
           PERFORM WriteIcsLine
           MOVE "PRODID:-//Household records//CalendarExport//EN"
              TO IcsText
           PERFORM WriteIcsLine
           MOVE "CALSCALE:GREGORIAN" TO IcsText
           PERFORM WriteIcsLine
           MOVE "METHOD:PUBLISH" TO IcsText
           PERFORM WriteIcsLine
           MOVE "X-WR-CALNAME:Household" TO IcsText
           PERFORM WriteIcsLine

           IF CxSource(1) = "Y"
              PERFORM ExportLeavePlans
           END-IF
           IF CxSource(2) = "Y"
              PERFORM ExportReminders
           END-IF
           IF CxSource(3) = "Y"
              PERFORM ExportWarranties
           END-IF
           IF CxSource(4) = "Y"
              PERFORM ExportMealPlan
           END-IF
           IF CxSource(5) = "Y"
              PERFORM ExportHolidays
           END-IF
           IF CxSource(6) = "Y"
              PERFORM ExportBills
           END-IF
           IF CxSource(7) = "Y"
              PERFORM ExportInvoices
           END-IF

           MOVE "END:VCALENDAR" TO IcsText
           PERFORM WriteIcsLine
           CLOSE IcsFile

           PERFORM VARYING SrcIdx FROM 1 BY 1 UNTIL SrcIdx > 7
              IF CxSource(SrcIdx) = "Y"
                 DISPLAY "  " SourceName(SrcIdx) SourceCount(SrcIdx)
              END-IF
           END-PERFORM
           DISPLAY EventTotal " events written to "
              FUNCTION TRIM(IcsFileNameVar) " (" WindowStart
              " to " WindowEnd ")"
           MOVE ZEROES TO RETURN-CODE
           GOBACK.

       LoadSettings.
           OPEN INPUT SettingsFile
           IF SettingsStatus = "00"
              READ SettingsFile
                 AT END PERFORM SeedDefaultSettings
              END-READ
              CLOSE SettingsFile
           ELSE
              PERFORM SeedDefaultSettings
           END-IF
           IF CxFileName = SPACES
              MOVE "Calendar.ics" TO CxFileName
           END-IF
           IF CxDaysBack IS NOT NUMERIC
              MOVE 30 TO CxDaysBack
           END-IF
           IF CxDaysAhead IS NOT NUMERIC
              MOVE 365 TO CxDaysAhead
           END-IF.

       SeedDefaultSettings.
           MOVE "YYYYYYY" TO CxSources
           MOVE 30 TO CxDaysBack
           MOVE 365 TO CxDaysAhead
           MOVE "Calendar.ics" TO CxFileName
           OPEN OUTPUT SettingsFile
           WRITE SettingsRecord
           CLOSE SettingsFile
           DISPLAY "Seeded CalendarExport.dat: all sources, 30 days "
              "back, 365 ahead, Calendar.ics".

      * DTSTAMP must be UTC: the clock's local time less its offset.
       MakeTimeStamp.
           MOVE FUNCTION CURRENT-DATE TO ClockNow
           COMPUTE UtcMinutes = ClockHour * 60 + ClockMinute
           IF ClockOffSign = "+"
              COMPUTE UtcMinutes = UtcMinutes
                 - (ClockOffHour * 60 + ClockOffMinute)
           END-IF
           IF ClockOffSign = "-"
              COMPUTE UtcMinutes = UtcMinutes
                 + (ClockOffHour * 60 + ClockOffMinute)
           END-IF
           COMPUTE UtcDayNum = FUNCTION INTEGER-OF-DATE(ClockDate)
           IF UtcMinutes < ZERO
              ADD 1440 TO UtcMinutes
              SUBTRACT 1 FROM UtcDayNum
           END-IF
           IF UtcMinutes >= 1440
              SUBTRACT 1440 FROM UtcMinutes
              ADD 1 TO UtcDayNum
           END-IF
           COMPUTE UtcDate = FUNCTION DATE-OF-INTEGER(UtcDayNum)
           DIVIDE UtcMinutes BY 60 GIVING UtcHour
              REMAINDER UtcMinute
           MOVE SPACES TO StampText
           STRING UtcDate DELIMITED BY SIZE
              "T" DELIMITED BY SIZE
              UtcHour DELIMITED BY SIZE
              UtcMinute DELIMITED BY SIZE
              ClockSecond DELIMITED BY SIZE
              "Z" DELIMITED BY SIZE
              INTO StampText
           END-STRING.

      * Vacations as all-day events over the whole leave; the UID is
      * the start date, so a changed end date updates the event.
       ExportLeavePlans.
           MOVE 1 TO SrcIdx
           OPEN INPUT LeavePlans
           IF LeavePlansStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ LeavePlans
              AT END SET EndOfPlansFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfPlansFile
              IF LPEnd >= WindowStart AND LPStart <= WindowEnd
                 MOVE SPACES TO EvUid, EvSummary
                 STRING "leave-" DELIMITED BY SIZE
                    LPStart DELIMITED BY SIZE
                    "@household" DELIMITED BY SIZE
                    INTO EvUid
                 END-STRING
                 MOVE LPStart TO EvStart
                 MOVE LPEnd TO EvEnd
                 MOVE LPDays TO NumberEdit
                 STRING "Vacation (" DELIMITED BY SIZE
                    FUNCTION TRIM(NumberEdit) DELIMITED BY SIZE
                    " days)" DELIMITED BY SIZE
                    INTO EvSummary
                 END-STRING
                 MOVE "VACATION" TO EvCategory
                 MOVE SPACE TO EvRecur
                 MOVE "N" TO EvCancelled
                 IF LPCancelled
                    MOVE "Y" TO EvCancelled
                 END-IF
                 MOVE "Y" TO EvBusy
                 PERFORM WriteEvent
              END-IF
              READ LeavePlans
                 AT END SET EndOfPlansFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE LeavePlans.

      * Open reminders due up to the horizon; overdue ones stay in
      * until ticked off. The due date moves each time a repeating
      * reminder is ticked off, so its UID comes from the text.
       ExportReminders.
           MOVE 2 TO SrcIdx
           OPEN INPUT Reminders
           IF RemindersStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ Reminders
              AT END SET EndOfReminders TO TRUE
           END-READ
           PERFORM UNTIL EndOfReminders
              IF RmDone NOT = "Y" AND RmDue <= WindowEnd
                 PERFORM ChecksumReminderText
                 MOVE SPACES TO EvUid
                 STRING "rem-" DELIMITED BY SIZE
                    TextChecksum DELIMITED BY SIZE
                    "@household" DELIMITED BY SIZE
                    INTO EvUid
                 END-STRING
                 MOVE RmDue TO EvStart, EvEnd
                 MOVE RmText TO EvSummary
                 MOVE "REMINDER" TO EvCategory
                 MOVE SPACE TO EvRecur
                 IF RmRecur = "M" OR RmRecur = "Y"
                    MOVE RmRecur TO EvRecur
                 END-IF
                 MOVE "N" TO EvCancelled, EvBusy
                 PERFORM WriteEvent
              END-IF
              READ Reminders
                 AT END SET EndOfReminders TO TRUE
              END-READ
           END-PERFORM
           CLOSE Reminders.

      * A position-weighted sum of the text's characters -- enough to
      * tell a household's reminders apart and the same every run.
       ChecksumReminderText.
           MOVE ZEROES TO TextChecksum
           PERFORM VARYING CharIdx FROM 1 BY 1 UNTIL CharIdx > 40
              COMPUTE TextChecksum = FUNCTION MOD
                 (TextChecksum * 31 + FUNCTION ORD(RmText(CharIdx:1)),
                 9999999967)
           END-PERFORM.

      * The last day an item can go back to the store: purchase date
      * plus the return days, as WarrantyReport counts it.
       ExportWarranties.
           MOVE 3 TO SrcIdx
           OPEN INPUT WarrantyReg
           IF WarrantyRegStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ WarrantyReg
              AT END SET EndOfWarrantyReg TO TRUE
           END-READ
           PERFORM UNTIL EndOfWarrantyReg
              IF WRRetDays > ZERO
                 COMPUTE DayNumWS =
                    FUNCTION INTEGER-OF-DATE(WRDate) + WRRetDays
                 COMPUTE EvStart =
                    FUNCTION DATE-OF-INTEGER(DayNumWS)
                 IF EvStart >= WindowStart AND EvStart <= WindowEnd
                    MOVE EvStart TO EvEnd
                    MOVE SPACES TO EvUid, EvSummary
                    STRING "warranty-" DELIMITED BY SIZE
                       WRNr DELIMITED BY SIZE
                       "-return@household" DELIMITED BY SIZE
                       INTO EvUid
                    END-STRING
                    STRING "Last day to return " DELIMITED BY SIZE
                       FUNCTION TRIM(WRName) DELIMITED BY SIZE
                       INTO EvSummary
                    END-STRING
                    MOVE "WARRANTY" TO EvCategory
                    MOVE SPACE TO EvRecur
                    MOVE "N" TO EvCancelled, EvBusy
                    PERFORM WriteEvent
                 END-IF
              END-IF
              READ WarrantyReg
                 AT END SET EndOfWarrantyReg TO TRUE
              END-READ
           END-PERFORM
           CLOSE WarrantyReg.

       ExportMealPlan.
           MOVE 4 TO SrcIdx
           OPEN INPUT MealPlanFile
           IF MealPlanStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ MealPlanFile
              AT END SET EndOfPlanFile TO TRUE
           END-READ
           MOVE SPACES TO PlanDayTable
           COMPUTE PlanDayCount = CxDaysBack + CxDaysAhead + 1
           PERFORM UNTIL EndOfPlanFile
              IF PlanDate >= WindowStart AND PlanDate <= WindowEnd
                 COMPUTE PdIdx = FUNCTION INTEGER-OF-DATE(PlanDate)
                    - TodayDayNum + CxDaysBack + 1
                 MOVE PlannedDinner TO PdDinner(PdIdx)
              END-IF
              READ MealPlanFile
                 AT END SET EndOfPlanFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE MealPlanFile

           PERFORM VARYING PdIdx FROM 1 BY 1
              UNTIL PdIdx > PlanDayCount
              IF PdDinner(PdIdx) NOT = SPACES
                 MOVE PdDinner(PdIdx) TO PlannedDinner
                 COMPUTE PlanDate = FUNCTION DATE-OF-INTEGER
                    (TodayDayNum - CxDaysBack + PdIdx - 1)
                 MOVE SPACES TO EvUid, EvSummary
                 STRING "dinner-" DELIMITED BY SIZE
                    PlanDate DELIMITED BY SIZE
                    "@household" DELIMITED BY SIZE
                    INTO EvUid
                 END-STRING
                 MOVE PlanDate TO EvStart, EvEnd
                 STRING "Dinner: " DELIMITED BY SIZE
                    FUNCTION TRIM(PlannedDinner) DELIMITED BY SIZE
                    INTO EvSummary
                 END-STRING
                 MOVE "MEALPLAN" TO EvCategory
                 MOVE SPACE TO EvRecur
                 MOVE "N" TO EvCancelled, EvBusy
                 PERFORM WriteEvent
              END-IF
           END-PERFORM.

       ExportHolidays.
           MOVE 5 TO SrcIdx
           OPEN INPUT HolidayCalendar
           IF HolidayStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ HolidayCalendar
              AT END SET EndOfHolidayFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfHolidayFile
              IF HolDate >= WindowStart AND HolDate <= WindowEnd
                 MOVE SPACES TO EvUid
                 STRING "holiday-" DELIMITED BY SIZE
                    HolDate DELIMITED BY SIZE
                    "@household" DELIMITED BY SIZE
                    INTO EvUid
                 END-STRING
                 MOVE HolDate TO EvStart, EvEnd
                 MOVE HolName TO EvSummary
                 MOVE "HOLIDAY" TO EvCategory
                 MOVE SPACE TO EvRecur
                 MOVE "N" TO EvCancelled
                 MOVE "Y" TO EvBusy
                 PERFORM WriteEvent
              END-IF
              READ HolidayCalendar
                 AT END SET EndOfHolidayFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE HolidayCalendar.

      * Unpaid bills by due date, overdue ones included; a paid bill
      * drops out of the file and so off the calendar.
       ExportBills.
           MOVE 6 TO SrcIdx
           OPEN INPUT BillFile
           IF BillFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ BillFile
              AT END SET EndOfBillFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfBillFile
              IF BLUnpaid AND BLDueDate <= WindowEnd
                 MOVE SPACES TO EvUid, EvSummary
                 STRING "bill-" DELIMITED BY SIZE
                    BLNr DELIMITED BY SIZE
                    "@household" DELIMITED BY SIZE
                    INTO EvUid
                 END-STRING
                 MOVE BLDueDate TO EvStart, EvEnd
                 MOVE BLAmount TO AmountEdit
                 STRING "Bill due: " DELIMITED BY SIZE
                    FUNCTION TRIM(BLPayee) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(AmountEdit) DELIMITED BY SIZE
                    INTO EvSummary
                 END-STRING
                 MOVE "BILL" TO EvCategory
                 MOVE SPACE TO EvRecur
                 MOVE "N" TO EvCancelled, EvBusy
                 PERFORM WriteEvent
              END-IF
              READ BillFile
                 AT END SET EndOfBillFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE BillFile.

       ExportInvoices.
           MOVE 7 TO SrcIdx
           OPEN INPUT InvoiceFile
           IF InvoiceFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ InvoiceFile
              AT END SET EndOfInvoiceFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfInvoiceFile
              IF INOpen AND INDueDate <= WindowEnd
                 MOVE SPACES TO EvUid, EvSummary
                 STRING "invoice-" DELIMITED BY SIZE
                    INNr DELIMITED BY SIZE
                    "@household" DELIMITED BY SIZE
                    INTO EvUid
                 END-STRING
                 MOVE INDueDate TO EvStart, EvEnd
                 MOVE INAmount TO AmountEdit
                 MOVE INNr TO NumberEdit
                 STRING "Invoice " DELIMITED BY SIZE
                    FUNCTION TRIM(NumberEdit) DELIMITED BY SIZE
                    " due from " DELIMITED BY SIZE
                    FUNCTION TRIM(INClient) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(AmountEdit) DELIMITED BY SIZE
                    INTO EvSummary
                 END-STRING
                 MOVE "INVOICE" TO EvCategory
                 MOVE SPACE TO EvRecur
                 MOVE "N" TO EvCancelled, EvBusy
                 PERFORM WriteEvent
              END-IF
              READ InvoiceFile
                 AT END SET EndOfInvoiceFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE InvoiceFile.

      * One all-day VEVENT; DTEND is the day after the last day.
       WriteEvent.
           COMPUTE DayNumWS = FUNCTION INTEGER-OF-DATE(EvEnd) + 1
           COMPUTE ExclusiveEnd = FUNCTION DATE-OF-INTEGER(DayNumWS)
           MOVE "BEGIN:VEVENT" TO IcsText
           PERFORM WriteIcsLine
           MOVE SPACES TO IcsText
           STRING "UID:" DELIMITED BY SIZE
              FUNCTION TRIM(EvUid) DELIMITED BY SIZE
              INTO IcsText
           END-STRING
           PERFORM WriteIcsLine
           MOVE SPACES TO IcsText
           STRING "DTSTAMP:" DELIMITED BY SIZE
              StampText DELIMITED BY SIZE
              INTO IcsText
           END-STRING
           PERFORM WriteIcsLine
           MOVE SPACES TO IcsText
           STRING "DTSTART;VALUE=DATE:" DELIMITED BY SIZE
              EvStart DELIMITED BY SIZE
              INTO IcsText
           END-STRING
           PERFORM WriteIcsLine
           MOVE SPACES TO IcsText
           STRING "DTEND;VALUE=DATE:" DELIMITED BY SIZE
              ExclusiveEnd DELIMITED BY SIZE
              INTO IcsText
           END-STRING
           PERFORM WriteIcsLine
           PERFORM EscapeSummary
           MOVE SPACES TO IcsText
           STRING "SUMMARY:" DELIMITED BY SIZE
              EscapedText(1:EscLen) DELIMITED BY SIZE
              INTO IcsText
           END-STRING
           PERFORM WriteIcsLine
           MOVE SPACES TO IcsText
           STRING "CATEGORIES:" DELIMITED BY SIZE
              FUNCTION TRIM(EvCategory) DELIMITED BY SIZE
              INTO IcsText
           END-STRING
           PERFORM WriteIcsLine
           EVALUATE EvRecur
              WHEN "M"
                 MOVE "RRULE:FREQ=MONTHLY" TO IcsText
                 PERFORM WriteIcsLine
              WHEN "Y"
                 MOVE "RRULE:FREQ=YEARLY" TO IcsText
                 PERFORM WriteIcsLine
           END-EVALUATE
           IF EvCancelled = "Y"
              MOVE "STATUS:CANCELLED" TO IcsText
           ELSE
              MOVE "STATUS:CONFIRMED" TO IcsText
           END-IF
           PERFORM WriteIcsLine
           IF EvBusy = "Y"
              MOVE "TRANSP:OPAQUE" TO IcsText
           ELSE
              MOVE "TRANSP:TRANSPARENT" TO IcsText
           END-IF
           PERFORM WriteIcsLine
           MOVE "END:VEVENT" TO IcsText
           PERFORM WriteIcsLine
           ADD 1 TO SourceCount(SrcIdx)
           ADD 1 TO EventTotal.

      * TEXT values escape backslash, comma and semicolon.
       EscapeSummary.
           MOVE SPACES TO EscapedText
           MOVE ZEROES TO EscLen
           IF EvSummary = SPACES
              MOVE "-" TO EscapedText
              MOVE 1 TO EscLen
              EXIT PARAGRAPH
           END-IF
           COMPUTE IcsPiece = FUNCTION LENGTH
              (FUNCTION TRIM(EvSummary TRAILING))
           PERFORM VARYING CharIdx FROM 1 BY 1
              UNTIL CharIdx > IcsPiece
              MOVE EvSummary(CharIdx:1) TO OneChar
              IF OneChar = "\" OR OneChar = "," OR OneChar = ";"
                 ADD 1 TO EscLen
                 MOVE "\" TO EscapedText(EscLen:1)
              END-IF
              ADD 1 TO EscLen
              MOVE OneChar TO EscapedText(EscLen:1)
           END-PERFORM.

      * Content lines end in CR LF and fold at 75 octets: the rest
      * carries on in a line that starts with one space.
       WriteIcsLine.
           MOVE ZEROES TO IcsLen
           IF IcsText NOT = SPACES
              COMPUTE IcsLen = FUNCTION LENGTH
                 (FUNCTION TRIM(IcsText TRAILING))
           END-IF
           MOVE 1 TO IcsPos
           MOVE 75 TO IcsPiece
           PERFORM UNTIL IcsPos > IcsLen
              IF IcsPos + IcsPiece - 1 > IcsLen
                 COMPUTE IcsPiece = IcsLen - IcsPos + 1
              END-IF
              IF IcsPos > 1
                 MOVE SPACE TO IcsByte
                 WRITE IcsByte
              END-IF
              PERFORM VARYING CharIdx FROM IcsPos BY 1
                 UNTIL CharIdx >= IcsPos + IcsPiece
                 MOVE IcsText(CharIdx:1) TO IcsByte
                 WRITE IcsByte
              END-PERFORM
              MOVE X"0D" TO IcsByte
              WRITE IcsByte
              MOVE X"0A" TO IcsByte
              WRITE IcsByte
              ADD IcsPiece TO IcsPos
              MOVE 74 TO IcsPiece
           END-PERFORM
           MOVE SPACES TO IcsText.
