      * menu option CALLs the chosen program by its PROGRAM-ID; since
      * every one of them ends in STOP RUN, picking an option behaves
      * the same as running that program directly -- only the menu
      * saves you from remembering its name. The menu itself comes
      * from MenuDef.dat: one line per entry giving the submenu it
      * sits in (Work, Money, Food, Environment, Housekeeping, Admin
      * -- submenus appear in the order the file first names them),
      * the PROGRAM-ID, an optional protected mode name and an
      * optional label; a line starting with "*" is a comment. A
      * program joins the menu by adding its line there, with no
      * recompile. A machine without the file gets the standard menu
      * written out on first use. Entries the operator may not run
      * (CheckPermission on the PROGRAM-ID, and on the mode name
      * when there is one) are not shown at all; the entry
      * "ManageUsers" is this driver's own user maintenance. The
      * last five entries each operator picked are offered on the
      * top menu as shortcuts (MenuRecent.dat). Build each callable
      * target once with "cobc -m -o <PROGRAM-ID>.so <file>.cbl" and
      * keep the .so next to this driver's executable (or on
      * COB_LIBRARY_PATH) so CALL can find it at run time.
      * Sign-on offers the sandbox: the run changes into a separate
      * directory (Sandbox, or the one named in SANDBOXDIR) with its
      * own data files, so every program it launches works on
      * practice copies -- SandboxData fills that directory with
      * generated data. The modules are then looked for from inside
      * the sandbox, so COB_LIBRARY_PATH must be an absolute path
      * for a sandbox run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RemindersStatus.

           SELECT ChoreRotaFile ASSIGN TO "ChoreRota.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ChoreRotaStatus.

           SELECT DualControl ASSIGN TO "DualControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DualControlStatus.

           SELECT MenuDefFile ASSIGN TO "MenuDef.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MenuDefStatus.

           SELECT MenuRecentFile ASSIGN TO "MenuRecent.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MenuRecentStatus.

       DATA DIVISION.
       FILE SECTION.
       FD Alerts.
           02 UserAdmin         PIC X.

      * Which user may launch which PROGRAM-ID (or protected mode
      * name), and which user may see the figures of a sensitivity
      * class (PAY, MONEY -- masked as "****" in reports otherwise);
      * admins need no rows here. CheckPermission reads it.
       FD Permissions.
       01 PermissionRecord.
           02 PermUser          PIC X(8).
           02 RmText            PIC X(40).
           02 RmDone            PIC X.

       FD ChoreRotaFile.
       01 RotaRecord.
           88 EndOfRota         VALUE HIGH-VALUES.
           02 RoDate            PIC 9(8).
           02 RoChore           PIC X(20).
           02 RoMember          PIC X(8).
           02 RoPoints          PIC 9(2).
           02 RoDone            PIC X.
           02 RoDoneDate        PIC 9(8).
           02 RoDoneBy          PIC X(8).

      * Which destructive utilities (PROGRAM-ID or mode name) need a
      * second operator's approval; SecondApproval reads it.
       FD DualControl.
       01 DualControlRecord.
           88 EndOfDualControl  VALUE HIGH-VALUES.
           02 DcProgram         PIC X(30).
           02 DcRequired        PIC X.

       FD MenuDefFile.
       01 MenuDefRecord.
           88 EndOfMenuDef      VALUE HIGH-VALUES.
           02 MdMenu            PIC X(12).
           02 MdProgram         PIC X(30).
           02 MdMode            PIC X(30).
           02 MdLabel           PIC X(30).

      * Each operator's last-picked entries, most recent first.
       FD MenuRecentFile.
       01 MenuRecentRecord.
           88 EndOfMenuRecent   VALUE HIGH-VALUES.
           02 RcUser            PIC X(8).
           02 RcProgram         PIC X(30).
           02 RcMode            PIC X(30).

       WORKING-STORAGE SECTION.
       01 MenuChoice            PIC 9(2).
       01 AlertsStatus          PIC XX.
       01 AdminChoice           PIC X.
       01 RemindersStatus       PIC XX.
       01 DueReminders          PIC 9(3).
       01 ChoreRotaStatus       PIC XX.
       01 OverdueChores         PIC 9(3).
       01 SandboxAnswer         PIC X.
       01 SandboxMode           PIC X VALUE "N".
           88 InSandbox         VALUE "Y".
       01 SandboxDir            PIC X(40).
       01 SandboxCmd            PIC X(160).
      * data-file name variables and their plain default names
       01 EnvVarList.
           02 FILLER            PIC X(33)
              VALUE "RECEIPTFILE  Receipts.dat".
           02 FILLER            PIC X(33)
              VALUE "MEALFILE     Meals.dat".
           02 FILLER            PIC X(33)
              VALUE "TEMPFILE     Temps.dat".
           02 FILLER            PIC X(33)
              VALUE "WORKHOURFILE WorkHours.dat".
           02 FILLER            PIC X(33)
              VALUE "WHREPORTFILE WorkHourReport.rpt".
           02 FILLER            PIC X(33)
              VALUE "DASHBOARDFILEDashboard.html".
           02 FILLER            PIC X(33)
              VALUE "DATAFILE     xxx.dat".
       01 EnvVarTable REDEFINES EnvVarList.
           02 EnvVarEntry       OCCURS 7 TIMES INDEXED BY EnvIdx.
              03 EnvVarName     PIC X(13).
              03 EnvVarDefault  PIC X(20).
       01 EnvVarValue           PIC X(60).
       01 EnvSlashes            PIC 9(2) VALUE ZERO.
       01 TodayDateNum          PIC 9(8).
       01 DualControlStatus     PIC XX.
       01 DualControlTable.
           02 DualControlEntry  OCCURS 40 TIMES INDEXED BY DcIdx.
              03 DtProgram      PIC X(30).
              03 DtRequired     PIC X.
       01 DualControlCount      PIC 9(2) VALUE ZERO.
       01 DcSetProgram          PIC X(30).
       01 DcSetRequired         PIC X.
       01 DcFound               PIC X.
           88 DcSettingFound    VALUE "Y".

       01 MenuDefStatus         PIC XX.
       01 MenuRecentStatus      PIC XX.
       01 MenuTable.
           02 MenuEntry         OCCURS 150 TIMES INDEXED BY MnIdx.
              03 MnMenu         PIC X(12).
              03 MnProgram      PIC X(30).
              03 MnMode         PIC X(30).
              03 MnLabel        PIC X(30).
              03 MnVisible      PIC X.
       01 MenuCount             PIC 9(3) VALUE ZERO.
       01 SubmenuTable.
           02 SubmenuName       PIC X(12) OCCURS 12 TIMES
                                INDEXED BY SmIdx.
       01 SubmenuCount          PIC 9(2) VALUE ZERO.
       01 SubmenuFound          PIC X.
           88 KnownSubmenu      VALUE "Y".
       01 SubmenuShown          PIC 9(3).
      * what each number on the screen stands for: a submenu ("M")
      * or a menu entry ("E")
       01 PickTable.
           02 PickEntry         OCCURS 99 TIMES.
              03 PkKind         PIC X.
              03 PkRef          PIC 9(3).
       01 PickCount             PIC 9(2).
       01 PickShow              PIC Z9.
       01 PickedEntry           PIC 9(3).
       01 PickedSubmenu         PIC 9(2).
       01 MenuState             PIC X.
           88 MenuPicking       VALUE "P".
           88 MenuEntryPicked   VALUE "E".
           88 MenuQuit          VALUE "Q".
       01 EntryText             PIC X(70).
       01 RecentTable.
           02 RecentEntry       OCCURS 200 TIMES INDEXED BY RtIdx.
              03 RtUser         PIC X(8).
              03 RtProgram      PIC X(30).
              03 RtMode         PIC X(30).
       01 RecentCount           PIC 9(3) VALUE ZERO.
       01 RecentKept            PIC 9.
       01 ShortcutTable.
           02 ShortcutEntry     PIC 9(3) OCCURS 5 TIMES
                                INDEXED BY ScIdx.
       01 ShortcutCount         PIC 9 VALUE ZERO.
      * the standard menu, written to MenuDef.dat when there is none:
      * submenu, PROGRAM-ID, protected mode name
       01 DefaultMenuList.
           02 FILLER            PIC X(48)
              VALUE "Work        WorkHourWriter".
           02 FILLER            PIC X(48)
              VALUE "Work        EmployerRegister".
           02 FILLER            PIC X(48)
              VALUE "Work        WorkHourReportWriter".
           02 FILLER            PIC X(48)
              VALUE "Work        PayStatementWriter".
           02 FILLER            PIC X(48)
              VALUE "Work        PayStatementWriter  EditPayRates".
           02 FILLER            PIC X(48)
              VALUE "Work        LeavePosting".
           02 FILLER            PIC X(48)
              VALUE "Work        VacationPlanner".
           02 FILLER            PIC X(48)
              VALUE "Work        SickLeaveQuota".
           02 FILLER            PIC X(48)
              VALUE "Work        MissingDayReport".
           02 FILLER            PIC X(48)
              VALUE "Work        WeekendWorkReport".
           02 FILLER            PIC X(48)
              VALUE "Work        ScheduleAdherence".
           02 FILLER            PIC X(48)
              VALUE "Work        WorkTimeCompliance".
           02 FILLER            PIC X(48)
              VALUE "Work        ProjectBudget".
           02 FILLER            PIC X(48)
              VALUE "Work        BillingExtract".
           02 FILLER            PIC X(48)
              VALUE "Work        InvoiceRegister".
           02 FILLER            PIC X(48)
              VALUE "Work        ExpenseClaim".
           02 FILLER            PIC X(48)
              VALUE "Work        TimeExportReconcile".
           02 FILLER            PIC X(48)
              VALUE "Work        RestatementReport".
           02 FILLER            PIC X(48)
              VALUE "Work        WorkHourNightlyBatch".
           02 FILLER            PIC X(48)
              VALUE "Work        SleepLog".
           02 FILLER            PIC X(48)
              VALUE "Money       ReceiptWriter".
           02 FILLER            PIC X(48)
              VALUE "Money       EReceiptImport".
           02 FILLER            PIC X(48)
              VALUE "Money       BasketReport".
           02 FILLER            PIC X(48)
              VALUE "Money       CategoryMatrix".
           02 FILLER            PIC X(48)
              VALUE "Money       PriceHistoryReport".
           02 FILLER            PIC X(48)
              VALUE "Money       UnitPriceReport".
           02 FILLER            PIC X(48)
              VALUE "Money       VatReport".
           02 FILLER            PIC X(48)
              VALUE "Money       SpendAnomaly".
           02 FILLER            PIC X(48)
              VALUE "Money       SubscriptionScan".
           02 FILLER            PIC X(48)
              VALUE "Money       LoyaltyBonus".
           02 FILLER            PIC X(48)
              VALUE "Money       DiningReview".
           02 FILLER            PIC X(48)
              VALUE "Money       BankReconcile".
           02 FILLER            PIC X(48)
              VALUE "Money       CashLedger".
           02 FILLER            PIC X(48)
              VALUE "Money       BillRegister".
           02 FILLER            PIC X(48)
              VALUE "Money       Settlement".
           02 FILLER            PIC X(48)
              VALUE "Money       AssetRegister".
           02 FILLER            PIC X(48)
              VALUE "Money       DocumentRegister".
           02 FILLER            PIC X(48)
              VALUE "Money       WarrantyReport".
           02 FILLER            PIC X(48)
              VALUE "Money       VehicleLog".
           02 FILLER            PIC X(48)
              VALUE "Money       VehicleService".
           02 FILLER            PIC X(48)
              VALUE "Money       TripReport".
           02 FILLER            PIC X(48)
              VALUE "Money       NetWorth".
           02 FILLER            PIC X(48)
              VALUE "Money       CashFlowProjection".
           02 FILLER            PIC X(48)
              VALUE "Money       LoanRegister".
           02 FILLER            PIC X(48)
              VALUE "Money       SavingsGoals".
           02 FILLER            PIC X(48)
              VALUE "Money       MonthEndBalances".
           02 FILLER            PIC X(48)
              VALUE "Food        MealWriter".
           02 FILLER            PIC X(48)
              VALUE "Food        MealReportWriter".
           02 FILLER            PIC X(48)
              VALUE "Food        MealPlanner".
           02 FILLER            PIC X(48)
              VALUE "Food        ShoppingList".
           02 FILLER            PIC X(48)
              VALUE "Food        PantryLedger".
           02 FILLER            PIC X(48)
              VALUE "Food        ListAdherence".
           02 FILLER            PIC X(48)
              VALUE "Food        AllergenReport".
           02 FILLER            PIC X(48)
              VALUE "Food        DinnerCostReport".
           02 FILLER            PIC X(48)
              VALUE "Food        WeightWriter".
           02 FILLER            PIC X(48)
              VALUE "Food        ActivityLog".
           02 FILLER            PIC X(48)
              VALUE "Environment TempWriter".
           02 FILLER            PIC X(48)
              VALUE "Environment TempReportWriter".
           02 FILLER            PIC X(48)
              VALUE "Environment SensorImport".
           02 FILLER            PIC X(48)
              VALUE "Environment SensorMonitor".
           02 FILLER            PIC X(48)
              VALUE "Environment CalibrationRegister".
           02 FILLER            PIC X(48)
              VALUE "Environment ClimatologyReport".
           02 FILLER            PIC X(48)
              VALUE "Environment DegreeDayReport".
           02 FILLER            PIC X(48)
              VALUE "Environment ForecastCheck".
           02 FILLER            PIC X(48)
              VALUE "Environment MouldRisk".
           02 FILLER            PIC X(48)
              VALUE "Environment MeterLog".
           02 FILLER            PIC X(48)
              VALUE "Environment PowerBillCheck".
           02 FILLER            PIC X(48)
              VALUE "Environment SwimLog".
           02 FILLER            PIC X(48)
              VALUE "HousekeepingDailySummary".
           02 FILLER            PIC X(48)
              VALUE "HousekeepingReminderWriter".
           02 FILLER            PIC X(48)
              VALUE "HousekeepingChoreRota".
           02 FILLER            PIC X(48)
              VALUE "HousekeepingAlertInbox".
           02 FILLER            PIC X(48)
              VALUE "HousekeepingSystemHealth".
           02 FILLER            PIC X(48)
              VALUE "HousekeepingReportSpool".
           02 FILLER            PIC X(48)
              VALUE "HousekeepingMonthlyScorecard".
           02 FILLER            PIC X(48)
              VALUE "HousekeepingDataQuality".
           02 FILLER            PIC X(48)
              VALUE "HousekeepingPersonalRecords".
           02 FILLER            PIC X(48)
              VALUE "HousekeepingPersonalGoals".
           02 FILLER            PIC X(48)
              VALUE "HousekeepingCalendarExport".
           02 FILLER            PIC X(48)
              VALUE "HousekeepingHtmlDashboard".
           02 FILLER            PIC X(48)
              VALUE "HousekeepingCrossSearch".
           02 FILLER            PIC X(48)
              VALUE "HousekeepingDataWriter".
           02 FILLER            PIC X(48)
              VALUE "HousekeepingLogJoinReport".
           02 FILLER            PIC X(48)
              VALUE "HousekeepingTimeToReadWriter".
           02 FILLER            PIC X(48)
              VALUE "HousekeepingDiceDecide".
           02 FILLER            PIC X(48)
              VALUE "HousekeepingSandboxData".
           02 FILLER            PIC X(48)
              VALUE "Admin       ManageUsers".
           02 FILLER            PIC X(48)
              VALUE "Admin       MemberOffboard".
           02 FILLER            PIC X(48)
              VALUE "Admin       AuditInquiry".
           02 FILLER            PIC X(48)
              VALUE "Admin       AuditRollback".
           02 FILLER            PIC X(48)
              VALUE "Admin       AuditRotate".
           02 FILLER            PIC X(48)
              VALUE "Admin       PeriodClose".
           02 FILLER            PIC X(48)
              VALUE "Admin       MonthEndRunner".
           02 FILLER            PIC X(48)
              VALUE "Admin       JobScheduler".
           02 FILLER            PIC X(48)
              VALUE "Admin       IntegrityCheck".
           02 FILLER            PIC X(48)
              VALUE "Admin       RebuildDerived".
           02 FILLER            PIC X(48)
              VALUE "Admin       BackupRetention".
           02 FILLER            PIC X(48)
              VALUE "Admin       RestoreBackup".
           02 FILLER            PIC X(48)
              VALUE "Admin       RollForward".
           02 FILLER            PIC X(48)
              VALUE "Admin       FileReorg".
           02 FILLER            PIC X(48)
              VALUE "Admin       YearEndArchive".
           02 FILLER            PIC X(48)
              VALUE "Admin       CapacityForecast".
           02 FILLER            PIC X(48)
              VALUE "Admin       BulkLoader".
           02 FILLER            PIC X(48)
              VALUE "Admin       RejectWorkbench".
           02 FILLER            PIC X(48)
              VALUE "Admin       ImportRegisterReport".
           02 FILLER            PIC X(48)
              VALUE "Admin       PackExport".
           02 FILLER            PIC X(48)
              VALUE "Admin       PackImport".
           02 FILLER            PIC X(48)
              VALUE "Admin       ItemMerge".
           02 FILLER            PIC X(48)
              VALUE "Admin       LocationMerge".
           02 FILLER            PIC X(48)
              VALUE "Admin       MealMigrate".
           02 FILLER            PIC X(48)
              VALUE "Admin       ReceiptMigrate".
           02 FILLER            PIC X(48)
              VALUE "Admin       TempMigrate".
           02 FILLER            PIC X(48)
              VALUE "Admin       WorkHourMigrate".
       01 DefaultMenuTable REDEFINES DefaultMenuList.
           02 DefaultMenuEntry  OCCURS 113 TIMES INDEXED BY DfIdx.
              03 DfMenu         PIC X(12).
              03 DfProgram      PIC X(20).
              03 DfMode         PIC X(16).

       PROCEDURE DIVISION.
       BEGIN.
              STOP RUN
           END-IF

           PERFORM LoadMenuDefinition
           PERFORM ChooseDataArea

      * health screen first, so a stale lock or a nine-day-old log
      * shows up before any entries go into the wrong state
           CALL "SystemHealth"
           PERFORM ShowOpenAlerts
           PERFORM ShowDueReminders
           PERFORM ShowOverdueChores

           PERFORM MarkVisibleEntries
           PERFORM LoadRecentEntries
           SET MenuPicking TO TRUE
           PERFORM UNTIL NOT MenuPicking
              PERFORM ShowTopMenu
           END-PERFORM
           IF MenuQuit
              STOP RUN
           END-IF
           MOVE MnProgram(PickedEntry) TO CallTargetName
           PERFORM SaveRecentEntry

           IF CallTargetName = "ManageUsers"
              PERFORM ManageUsers
              STOP RUN
           END-IF
           IF CallTargetName = "SandboxData" AND NOT InSandbox
              DISPLAY "Sample data only goes into the sandbox"
              STOP RUN
           END-IF

           CALL "CheckPermission" USING CallTargetName, PermResult
           IF NOT PermGranted
           WRITE CurrentUserRecord
           CLOSE CurrentUser.

      * Live data or the sandbox. The sandbox gets the live sign-on,
      * permission and second-approval files on every entry, so the
      * same people can do the same things there, and a Sandbox.flag
      * marker that SandboxData insists on before it writes
      * anything. A file-name variable holding a path is set back to
      * the plain name, so none of them still points at a live file.
       ChooseDataArea.
           DISPLAY "Enter = live data   S = sandbox (practice data)"
           ACCEPT SandboxAnswer
           IF SandboxAnswer NOT = "S" AND SandboxAnswer NOT = "s"
              EXIT PARAGRAPH
           END-IF
           ACCEPT SandboxDir FROM ENVIRONMENT "SANDBOXDIR"
           IF SandboxDir = SPACES
              MOVE "Sandbox" TO SandboxDir
           END-IF
           MOVE SPACES TO SandboxCmd
           STRING "mkdir -p " DELIMITED BY SIZE
              SandboxDir DELIMITED BY SPACE
              "; cp Users.dat Permissions.dat DualControl.dat "
                 DELIMITED BY SIZE
              SandboxDir DELIMITED BY SPACE
              " 2>/dev/null; touch " DELIMITED BY SIZE
              SandboxDir DELIMITED BY SPACE
              "/Sandbox.flag" DELIMITED BY SIZE
              INTO SandboxCmd
           END-STRING
           CALL "SYSTEM" USING SandboxCmd
           CALL "CBL_CHANGE_DIR" USING SandboxDir
           IF RETURN-CODE NOT = ZERO
              DISPLAY "Cannot change into " FUNCTION TRIM(SandboxDir)
                 " -- staying on live data"
              MOVE ZERO TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING EnvIdx FROM 1 BY 1 UNTIL EnvIdx > 7
              DISPLAY EnvVarName(EnvIdx) UPON ENVIRONMENT-NAME
              MOVE SPACES TO EnvVarValue
              ACCEPT EnvVarValue FROM ENVIRONMENT-VALUE
              INSPECT EnvVarValue TALLYING EnvSlashes FOR ALL "/"
              IF EnvSlashes > ZERO
                 DISPLAY EnvVarName(EnvIdx) UPON ENVIRONMENT-NAME
                 DISPLAY EnvVarDefault(EnvIdx)
                    UPON ENVIRONMENT-VALUE
              END-IF
              MOVE ZEROES TO EnvSlashes
           END-PERFORM
           SET InSandbox TO TRUE
           PERFORM SaveCurrentUser
           DISPLAY "*** SANDBOX -- working on the practice files in "
              FUNCTION TRIM(SandboxDir) ", live data untouched ***".

       ManageUsers.
           IF SignedOnAdmin NOT = "Y"
              DISPLAY "Only the admin maintains users"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "1 = Add a user   2 = Grant a permission   "
              "3 = Offboard a member"
           DISPLAY "4 = Second-approval settings"
           ACCEPT AdminChoice
           IF AdminChoice = "4"
              PERFORM ManageDualControl
              EXIT PARAGRAPH
           END-IF
           IF AdminChoice = "3"
              CALL "MemberOffboard"
              EXIT PARAGRAPH
           END-IF
           IF AdminChoice = "2"
              DISPLAY "User id"
              ACCEPT PermUser
              DISPLAY "PROGRAM-ID (or protected mode name, or "
                 "class PAY / MONEY)"
              ACCEPT PermProgram
              OPEN EXTEND Permissions
              IF PermissionsStatus = "35"
           CLOSE Users
           DISPLAY "User added".

      * Lists which utilities need a second operator, then sets one
      * name on or off and writes the whole file back. A name not in
      * the file needs no approval, so "N" rows are kept only to
      * show that the admin decided so.
       ManageDualControl.
           MOVE ZEROES TO DualControlCount
           OPEN INPUT DualControl
           IF DualControlStatus = "00"
              READ DualControl
                 AT END SET EndOfDualControl TO TRUE
              END-READ
              PERFORM UNTIL EndOfDualControl
                 IF DualControlCount < 40
                    ADD 1 TO DualControlCount
                    MOVE DcProgram TO DtProgram(DualControlCount)
                    MOVE DcRequired TO DtRequired(DualControlCount)
                 END-IF
                 READ DualControl
                    AT END SET EndOfDualControl TO TRUE
                 END-READ
              END-PERFORM
              CLOSE DualControl
           END-IF
           IF DualControlCount = ZERO
              DISPLAY "No utility needs a second approval yet"
           END-IF
           PERFORM VARYING DcIdx FROM 1 BY 1
              UNTIL DcIdx > DualControlCount
              DISPLAY DtProgram(DcIdx) " " DtRequired(DcIdx)
           END-PERFORM
           DISPLAY "PROGRAM-ID or mode name (e.g. FileReorg, "
              "PeriodReopen; Enter = no change)"
           MOVE SPACES TO DcSetProgram
           ACCEPT DcSetProgram
           IF DcSetProgram = SPACES
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Second approval required? Y/N"
           ACCEPT DcSetRequired
           IF DcSetRequired = "y"
              MOVE "Y" TO DcSetRequired
           END-IF
           IF DcSetRequired NOT = "Y"
              MOVE "N" TO DcSetRequired
           END-IF
           MOVE "N" TO DcFound
           PERFORM VARYING DcIdx FROM 1 BY 1
              UNTIL DcIdx > DualControlCount
              IF DtProgram(DcIdx) = DcSetProgram
                 MOVE DcSetRequired TO DtRequired(DcIdx)
                 SET DcSettingFound TO TRUE
              END-IF
           END-PERFORM
           IF NOT DcSettingFound
              IF DualControlCount >= 40
                 DISPLAY "Settings table is full -- nothing changed"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO DualControlCount
              MOVE DcSetProgram TO DtProgram(DualControlCount)
              MOVE DcSetRequired TO DtRequired(DualControlCount)
           END-IF
           OPEN OUTPUT DualControl
           PERFORM VARYING DcIdx FROM 1 BY 1
              UNTIL DcIdx > DualControlCount
              MOVE DtProgram(DcIdx) TO DcProgram
              MOVE DtRequired(DcIdx) TO DcRequired
              WRITE DualControlRecord
           END-PERFORM
           CLOSE DualControl
           DISPLAY FUNCTION TRIM(DcSetProgram) " set to "
              DcSetRequired.

      * Unacknowledged critical alerts belong in the operator's face
      * before the menu, not buried in a file.
       ShowOpenAlerts.
           CLOSE Alerts
           IF OpenAlerts > ZERO
              DISPLAY OpenAlerts " open alerts ("
                 OpenCritical " critical) -- AlertInbox under "
                 "Housekeeping reviews them"
           END-IF.

      * Due and overdue reminders belong in the operator's face at
           END-PERFORM
           CLOSE Reminders
           IF DueReminders > ZERO
              DISPLAY DueReminders " reminders due -- "
                 "ReminderWriter under Housekeeping ticks them off"
           END-IF.

      * Rota chores left open past their day nag the same way.
       ShowOverdueChores.
           MOVE ZEROES TO OverdueChores
           OPEN INPUT ChoreRotaFile
           IF ChoreRotaStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ ChoreRotaFile
              AT END SET EndOfRota TO TRUE
           END-READ
           PERFORM UNTIL EndOfRota
              IF RoDone NOT = "Y" AND RoDate < TodayDateNum
                 ADD 1 TO OverdueChores
                 DISPLAY "CHORE " RoDate ": "
                    FUNCTION TRIM(RoChore) " ("
                    FUNCTION TRIM(RoMember) ")"
              END-IF
              READ ChoreRotaFile
                 AT END SET EndOfRota TO TRUE
              END-READ
           END-PERFORM
           CLOSE ChoreRotaFile
           IF OverdueChores > ZERO
              DISPLAY OverdueChores " chores overdue -- ChoreRota "
                 "under Housekeeping ticks them off"
           END-IF.

      * MenuDef.dat into the menu table, read from the live directory
      * before any move into the sandbox, so both run the same menu.
      * No file yet: the standard menu is written out first.
       LoadMenuDefinition.
           MOVE ZEROES TO MenuCount, SubmenuCount
           OPEN INPUT MenuDefFile
           IF MenuDefStatus NOT = "00"
              PERFORM WriteDefaultMenu
              OPEN INPUT MenuDefFile
              IF MenuDefStatus NOT = "00"
                 DISPLAY "Cannot read MenuDef.dat -- no menu"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           READ MenuDefFile
              AT END SET EndOfMenuDef TO TRUE
           END-READ
           PERFORM UNTIL EndOfMenuDef
              IF MdMenu(1:1) NOT = "*" AND MdMenu NOT = SPACES
                 AND MdProgram NOT = SPACES
                 PERFORM AddMenuEntry
              END-IF
              READ MenuDefFile
                 AT END SET EndOfMenuDef TO TRUE
              END-READ
           END-PERFORM
           CLOSE MenuDefFile.

       AddMenuEntry.
           IF MenuCount >= 150
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SubmenuFound
           PERFORM VARYING SmIdx FROM 1 BY 1
              UNTIL SmIdx > SubmenuCount OR KnownSubmenu
              IF SubmenuName(SmIdx) = MdMenu
                 SET KnownSubmenu TO TRUE
              END-IF
           END-PERFORM
           IF NOT KnownSubmenu
              IF SubmenuCount >= 12
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO SubmenuCount
              MOVE MdMenu TO SubmenuName(SubmenuCount)
           END-IF
           ADD 1 TO MenuCount
           MOVE MdMenu TO MnMenu(MenuCount)
           MOVE MdProgram TO MnProgram(MenuCount)
           MOVE MdMode TO MnMode(MenuCount)
           MOVE MdLabel TO MnLabel(MenuCount)
           MOVE "N" TO MnVisible(MenuCount).

       WriteDefaultMenu.
           OPEN OUTPUT MenuDefFile
           MOVE SPACES TO MenuDefRecord
           MOVE "* submenu; PROGRAM-ID at 13, mode at 43, label at 73"
              TO MenuDefRecord
           WRITE MenuDefRecord
           PERFORM VARYING DfIdx FROM 1 BY 1 UNTIL DfIdx > 113
              MOVE SPACES TO MenuDefRecord
              MOVE DfMenu(DfIdx) TO MdMenu
              MOVE DfProgram(DfIdx) TO MdProgram
              MOVE DfMode(DfIdx) TO MdMode
              WRITE MenuDefRecord
           END-PERFORM
           CLOSE MenuDefFile
           DISPLAY "MenuDef.dat written with the standard menu -- "
              "edit it to change the menu".

      * Run once the sign-on (and any sandbox move) is settled, since
      * CheckPermission reads the signed-on identity from the
      * current directory.
       MarkVisibleEntries.
           PERFORM VARYING MnIdx FROM 1 BY 1 UNTIL MnIdx > MenuCount
              MOVE "N" TO MnVisible(MnIdx)
              MOVE MnProgram(MnIdx) TO CallTargetName
              CALL "CheckPermission" USING CallTargetName, PermResult
              IF PermGranted AND MnMode(MnIdx) NOT = SPACES
                 MOVE MnMode(MnIdx) TO CallTargetName
                 CALL "CheckPermission" USING CallTargetName,
                    PermResult
              END-IF
              IF PermGranted
                 MOVE "Y" TO MnVisible(MnIdx)
              END-IF
              IF MnProgram(MnIdx) = "SandboxData" AND NOT InSandbox
                 MOVE "N" TO MnVisible(MnIdx)
              END-IF
           END-PERFORM
           MOVE SPACES TO CallTargetName.

      * Submenus holding at least one entry the operator may run,
      * then the shortcuts; 0 (or Enter) leaves.
       ShowTopMenu.
           MOVE ZEROES TO PickCount
           PERFORM VARYING SmIdx FROM 1 BY 1 UNTIL SmIdx > SubmenuCount
              MOVE ZEROES TO SubmenuShown
              PERFORM VARYING MnIdx FROM 1 BY 1
                 UNTIL MnIdx > MenuCount
                 IF MnMenu(MnIdx) = SubmenuName(SmIdx)
                    AND MnVisible(MnIdx) = "Y"
                    ADD 1 TO SubmenuShown
                 END-IF
              END-PERFORM
              IF SubmenuShown > ZERO AND PickCount < 99
                 ADD 1 TO PickCount
                 MOVE "M" TO PkKind(PickCount)
                 SET PkRef(PickCount) TO SmIdx
                 MOVE PickCount TO PickShow
                 DISPLAY PickShow " = " SubmenuName(SmIdx)
              END-IF
           END-PERFORM
           PERFORM VARYING ScIdx FROM 1 BY 1
              UNTIL ScIdx > ShortcutCount
              IF PickCount < 99
                 ADD 1 TO PickCount
                 MOVE "E" TO PkKind(PickCount)
                 MOVE ShortcutEntry(ScIdx) TO PkRef(PickCount)
                 SET MnIdx TO ShortcutEntry(ScIdx)
                 PERFORM DescribeEntry
                 MOVE PickCount TO PickShow
                 DISPLAY PickShow " = " FUNCTION TRIM(EntryText)
                    "  (last used)"
              END-IF
           END-PERFORM
           IF PickCount = ZERO
              DISPLAY "Nothing on the menu for "
                 FUNCTION TRIM(SignOnId)
                 " -- ask the admin for a permission"
              SET MenuQuit TO TRUE
              EXIT PARAGRAPH
           END-IF
           DISPLAY " 0 = Quit"
           DISPLAY "Pick a number"
           MOVE ZEROES TO MenuChoice
           ACCEPT MenuChoice
           IF MenuChoice = ZERO
              SET MenuQuit TO TRUE
              EXIT PARAGRAPH
           END-IF
           IF MenuChoice > PickCount
              DISPLAY "Invalid choice"
              EXIT PARAGRAPH
           END-IF
           IF PkKind(MenuChoice) = "E"
              MOVE PkRef(MenuChoice) TO PickedEntry
              SET MenuEntryPicked TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE PkRef(MenuChoice) TO PickedSubmenu
           PERFORM ShowSubmenu.

      * One submenu's runnable entries; 0 (or Enter) goes back up.
       ShowSubmenu.
           MOVE ZEROES TO PickCount
           DISPLAY "-- " FUNCTION TRIM(SubmenuName(PickedSubmenu))
              " --"
           PERFORM VARYING MnIdx FROM 1 BY 1 UNTIL MnIdx > MenuCount
              IF MnMenu(MnIdx) = SubmenuName(PickedSubmenu)
                 AND MnVisible(MnIdx) = "Y" AND PickCount < 99
                 ADD 1 TO PickCount
                 MOVE "E" TO PkKind(PickCount)
                 SET PkRef(PickCount) TO MnIdx
                 PERFORM DescribeEntry
                 MOVE PickCount TO PickShow
                 DISPLAY PickShow " = " FUNCTION TRIM(EntryText)
              END-IF
           END-PERFORM
           DISPLAY " 0 = Back"
           DISPLAY "Pick a number"
           MOVE ZEROES TO MenuChoice
           ACCEPT MenuChoice
           IF MenuChoice = ZERO
              EXIT PARAGRAPH
           END-IF
           IF MenuChoice > PickCount
              DISPLAY "Invalid choice"
              EXIT PARAGRAPH
           END-IF
           MOVE PkRef(MenuChoice) TO PickedEntry
           SET MenuEntryPicked TO TRUE.

      * The label when the definition gives one, else the PROGRAM-ID,
      * with the protected mode name after it.
       DescribeEntry.
           MOVE SPACES TO EntryText
           IF MnLabel(MnIdx) NOT = SPACES
              MOVE MnLabel(MnIdx) TO EntryText
           ELSE
              MOVE MnProgram(MnIdx) TO EntryText
           END-IF
           IF MnMode(MnIdx) NOT = SPACES
              STRING FUNCTION TRIM(EntryText) DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 FUNCTION TRIM(MnMode(MnIdx)) DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO EntryText
              END-STRING
           END-IF.

      * Every operator's recent picks; this operator's become the
      * shortcuts, as long as the entry is still on the menu and
      * still permitted.
       LoadRecentEntries.
           MOVE ZEROES TO RecentCount, ShortcutCount
           OPEN INPUT MenuRecentFile
           IF MenuRecentStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ MenuRecentFile
              AT END SET EndOfMenuRecent TO TRUE
           END-READ
           PERFORM UNTIL EndOfMenuRecent
              IF RecentCount < 200
                 ADD 1 TO RecentCount
                 MOVE RcUser TO RtUser(RecentCount)
                 MOVE RcProgram TO RtProgram(RecentCount)
                 MOVE RcMode TO RtMode(RecentCount)
                 IF RcUser = SignOnId
                    PERFORM AddShortcut
                 END-IF
              END-IF
              READ MenuRecentFile
                 AT END SET EndOfMenuRecent TO TRUE
              END-READ
           END-PERFORM
           CLOSE MenuRecentFile.

       AddShortcut.
           IF ShortcutCount >= 5
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MnIdx FROM 1 BY 1 UNTIL MnIdx > MenuCount
              IF MnProgram(MnIdx) = RcProgram
                 AND MnMode(MnIdx) = RcMode
                 AND MnVisible(MnIdx) = "Y"
                 ADD 1 TO ShortcutCount
                 SET ShortcutEntry(ShortcutCount) TO MnIdx
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * Written before the CALL, since the programs end in STOP RUN:
      * the pick goes first, then this operator's other four most
      * recent, then everyone else's unchanged.
       SaveRecentEntry.
           OPEN OUTPUT MenuRecentFile
           MOVE SignOnId TO RcUser
           MOVE MnProgram(PickedEntry) TO RcProgram
           MOVE MnMode(PickedEntry) TO RcMode
           WRITE MenuRecentRecord
           MOVE 1 TO RecentKept
           PERFORM VARYING RtIdx FROM 1 BY 1 UNTIL RtIdx > RecentCount
              IF RtUser(RtIdx) NOT = SignOnId
                 MOVE RtUser(RtIdx) TO RcUser
                 MOVE RtProgram(RtIdx) TO RcProgram
                 MOVE RtMode(RtIdx) TO RcMode
                 WRITE MenuRecentRecord
              ELSE
                 IF RecentKept < 5
                    AND (RtProgram(RtIdx) NOT = MnProgram(PickedEntry)
                    OR RtMode(RtIdx) NOT = MnMode(PickedEntry))
                    ADD 1 TO RecentKept
                    MOVE RtUser(RtIdx) TO RcUser
                    MOVE RtProgram(RtIdx) TO RcProgram
                    MOVE RtMode(RtIdx) TO RcMode
                    WRITE MenuRecentRecord
                 END-IF
              END-IF
           END-PERFORM
           CLOSE MenuRecentFile.
