       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemberOffboard.
       AUTHOR. Andreas Richardsen.

      * When someone moves out of the household, their member id
      * stays stamped on everything they logged: RPerson/HdrPerson
      * in Receipts.dat, the person id on every Meals.dat record
      * kind, AuditUser in AuditLog.dat, and their rows in Users.dat
      * and Permissions.dat. This lists everything attributed to a
      * member id across those files, then either reassigns it to
      * another member or to shared (spaces), or replaces the id with
      * an anonymous token (ANONnnnn, numbered through
      * Offboardings.dat, which never keeps the original id of an
      * anonymised member). Sign-on and permissions are revoked in
      * the same run. Receipts and meals are taken under their writer
      * locks, every file touched is backed up first, and records
      * dated in a formally closed month are left as they stand and
      * counted as held -- reopen the month with PeriodClose and run
      * again to finish them. The run ends with
      * OffboardCertificate.rpt: found, changed and held per file.
      * The before/after images inside old audit entries are not
      * rewritten. Reached through MenuDriver's admin option.
      * Rewriting old audit entries breaks the audit hash chain, so
      * the run refuses to start over a chain that is already broken
      * and re-chains the live log through ResealAuditLog afterwards.
      * OffboardCertificate.rpt ends with the ReportProvenance block:
      * operator, run time and the count, checksum and layout generation
      * of every input read.
      * Users.dat and Permissions.dat are copied record by record to
      * Users.new and Permissions.new, leaving out only the departing
      * member's rows, and swapped in the way the audit log is.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReceiptFile ASSIGN DYNAMIC ReceiptFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS RRecNr
           FILE STATUS IS ReceiptFileStatus.

           SELECT MealFile ASSIGN DYNAMIC MealFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS MealRecNr
           FILE STATUS IS MealFileStatus.

           SELECT AuditLog ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogStatus.

           SELECT AuditLogNew ASSIGN TO "AuditLog.new"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Users ASSIGN TO "Users.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UsersStatus.

           SELECT UsersNew ASSIGN TO "Users.new"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Permissions ASSIGN TO "Permissions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PermissionsStatus.

           SELECT PermissionsNew ASSIGN TO "Permissions.new"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Offboardings ASSIGN TO "Offboardings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OffboardingsStatus.

           SELECT Certificate ASSIGN TO "OffboardCertificate.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ReceiptFile.
       COPY "RCPTREC.cpy".

       FD MealFile.
       01 DinnerDetails.
           88 EndOfMealFile VALUE HIGH-VALUES.
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

       01 SnackDetails.
           02 FILLER         PIC X.
           02 SnaId          PIC X(6).
           COPY "DATECOMP.cpy" REPLACING ==:PREFIX:== BY ==Sna==.
           02 SnaDateNum     REDEFINES SnaDate PIC 9(8).
           02 SnaPersonId    PIC X(8).
           02 SnaTime        PIC 9(4).

       FD AuditLog.
       01 AuditDetails.
           88 EndOfAuditLog     VALUE HIGH-VALUES.
           COPY "AUDITLOG.cpy".

       FD AuditLogNew.
       01 AuditNewDetails       PIC X(272).

       FD Users.
       01 UserRecord.
           88 EndOfUsers        VALUE HIGH-VALUES.
           02 UserId            PIC X(8).
           02 UserPin           PIC 9(4).
           02 UserAdmin         PIC X.

       FD UsersNew.
       01 UserNewRecord         PIC X(13).

       FD Permissions.
       01 PermissionRecord.
           88 EndOfPermissions  VALUE HIGH-VALUES.
           02 PermUser          PIC X(8).
           02 PermProgram       PIC X(30).

       FD PermissionsNew.
       01 PermissionNewRecord   PIC X(38).

      * One line per completed offboarding. The old id is kept for a
      * reassignment only; an anonymisation records just its token.
       FD Offboardings.
       01 OffboardingRecord.
           88 EndOfOffboardings VALUE HIGH-VALUES.
           02 ObDate            PIC 9(8).
           02 ObAction          PIC X.
              88 ObReassigned   VALUE "R".
              88 ObAnonymised   VALUE "A".
           02 ObOldId           PIC X(8).
           02 ObNewId           PIC X(8).
           02 ObOperator        PIC X(8).
           02 ObChanged         PIC 9(6).

       FD Certificate.
       01 PrintLine             PIC X(80).

       WORKING-STORAGE SECTION.
       01 ReceiptFileNameVar    PIC X(60) VALUE "Receipts.dat".
       01 MealFileNameVar       PIC X(60) VALUE "Meals.dat".
       01 RcptLayoutGen         PIC 9(2) VALUE 02.
       01 MealLayoutGen         PIC 9(2) VALUE 03.
       01 LayoutOkWS            PIC X.
       01 ReceiptFileStatus     PIC XX.
       01 MealFileStatus        PIC XX.
       01 AuditLogStatus        PIC XX.
       01 UsersStatus           PIC XX.
       01 PermissionsStatus     PIC XX.
       01 OffboardingsStatus    PIC XX.
       01 RRecNr                PIC 9(5).
       01 MealRecNr             PIC 9(6).
       01 BackupFileName        PIC X(60).
       01 ReceiptLockName       PIC X(60).
       01 MealLockName          PIC X(60).
       01 LockResult            PIC X.
           88 LockAcquired      VALUE "Y".
       01 SwapCmd               PIC X(60).
       01 ChainResultWS         PIC X.
       01 ChainDetailWS         PIC X(70).
       01 TodayDateNum          PIC 9(8).
       01 OperatorWS            PIC X(8).

       01 OffMember             PIC X(8).
       01 NewMemberId           PIC X(8).
       01 ActionChoice          PIC X.
           88 ReassignAction    VALUE "R" "r".
           88 AnonymiseAction   VALUE "A" "a".
       01 ConfirmAnswer         PIC X.
       01 RunPass               PIC X.
           88 SurveyPass        VALUE "S".
           88 ApplyPass         VALUE "A".
       01 AnonSeq               PIC 9(4) VALUE ZERO.
       01 MemberKnown           PIC X.

      * found, changed and held (closed month) per file; the order
      * is the certificate's
       01 FileStatsTable.
           02 FileStatsEntry    OCCURS 5 TIMES INDEXED BY FsIdx.
              03 FsName         PIC X(20).
              03 FsFound        PIC 9(6).
              03 FsChanged      PIC 9(6).
              03 FsHeld         PIC 9(6).
       01 ReceiptsFs            PIC 9 VALUE 1.
       01 MealsFs               PIC 9 VALUE 2.
       01 AuditFs               PIC 9 VALUE 3.
       01 UsersFs               PIC 9 VALUE 4.
       01 PermsFs               PIC 9 VALUE 5.
       01 TotalFound            PIC 9(6).
       01 TotalChanged          PIC 9(6).

       01 RecordDateNum         PIC 9(8).
       01 RecordPerson          PIC X(8).
       01 RecordHeld            PIC X.
           88 HeldByClose       VALUE "Y".
       01 CheckedMonth          PIC 9(6) VALUE ZERO.
       01 CheckedResult         PIC X.
       01 ClosedResultWS        PIC X.
           88 EntryPeriodClosed VALUE "Y".
       01 HeldText              PIC X(9).

       01 Divider               PIC X(80) VALUE ALL "*".
       01 CertHeading           PIC X(40)
           VALUE "Member offboarding certificate".
       01 CertRunLine.
           02 FILLER            PIC X(6) VALUE "Date: ".
           02 PrnDate           PIC 9999/99/99.
           02 FILLER            PIC X(13) VALUE "   Operator: ".
           02 PrnOperator       PIC X(8).
       01 CertMemberLine        PIC X(80).
       01 CertColumns.
           02 FILLER            PIC X(20) VALUE "File".
           02 FILLER            PIC X(10) VALUE "     Found".
           02 FILLER            PIC X(10) VALUE "   Changed".
           02 FILLER            PIC X(24)
              VALUE "   Held (closed period)".
       01 CertFileLine.
           02 PrnFile           PIC X(20).
           02 PrnFound          PIC Z(9)9.
           02 PrnChanged        PIC Z(9)9.
           02 PrnHeld           PIC Z(9)9.
       01 CertRevokeLine        PIC X(80).

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TodayDateNum FROM DATE YYYYMMDD
           CALL "GetOperator" USING OperatorWS
           DISPLAY "Member id to offboard (Enter to cancel)"
           ACCEPT OffMember
           IF OffMember = SPACES
              GOBACK
           END-IF
           IF OffMember = OperatorWS
              DISPLAY "You cannot offboard the member signed on -- "
                 "sign on as another admin"
              GOBACK
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
              GOBACK
           END-IF
           ACCEPT MealFileNameVar FROM ENVIRONMENT "MEALFILE"
           IF MealFileNameVar = SPACES
              MOVE "Meals.dat" TO MealFileNameVar
           END-IF
           CALL "CheckLayoutVersion" USING MealFileNameVar,
              MealLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run MealMigrate before opening this file"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM ClearFileStats
           SET SurveyPass TO TRUE
           DISPLAY "Records attributed to " FUNCTION TRIM(OffMember)
              ":"
           PERFORM ProcessAllFiles
           PERFORM VARYING FsIdx FROM 1 BY 1 UNTIL FsIdx > 5
              DISPLAY "  " FsName(FsIdx) FsFound(FsIdx) " found, "
                 FsHeld(FsIdx) " in closed months"
           END-PERFORM
           IF TotalFound = ZERO
              DISPLAY "Nothing on file for "
                 FUNCTION TRIM(OffMember)
              GOBACK
           END-IF

           DISPLAY "R = reassign to another member or shared   "
              "A = anonymise   Enter = list only"
           ACCEPT ActionChoice
           EVALUATE TRUE
              WHEN ReassignAction
                 PERFORM PickReassignTarget
              WHEN AnonymiseAction
                 PERFORM NextAnonToken
              WHEN OTHER
                 GOBACK
           END-EVALUATE
           IF ReassignAction
              DISPLAY "Reassign to '" FUNCTION TRIM(NewMemberId)
                 "' and revoke sign-on for "
                 FUNCTION TRIM(OffMember) "? Y/N"
           ELSE
              DISPLAY "Replace " FUNCTION TRIM(OffMember) " by "
                 NewMemberId " everywhere and revoke sign-on? Y/N"
           END-IF
           ACCEPT ConfirmAnswer
           IF ConfirmAnswer NOT = "Y" AND ConfirmAnswer NOT = "y"
              DISPLAY "Nothing changed"
              GOBACK
           END-IF

           CALL "VerifyAuditChain" USING ChainResultWS, ChainDetailWS
           IF ChainResultWS = "N"
              DISPLAY "The audit chain is already broken: "
                 FUNCTION TRIM(ChainDetailWS)
              DISPLAY "Offboarding re-chains the audit log, so it "
                 "will not run until that break is explained"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE ReceiptFileNameVar TO ReceiptLockName
           CALL "FileLock" USING ReceiptLockName, LockResult
           IF NOT LockAcquired
              DISPLAY "Receipts.dat is already open in another run -- "
                 "try again later"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE MealFileNameVar TO MealLockName
           CALL "FileLock" USING MealLockName, LockResult
           IF NOT LockAcquired
              DISPLAY "Meals.dat is already open in another run -- "
                 "try again later"
              CALL "UnlockFile" USING ReceiptLockName
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE ReceiptFileNameVar TO BackupFileName
           CALL "BackupFile" USING BackupFileName
           MOVE MealFileNameVar TO BackupFileName
           CALL "BackupFile" USING BackupFileName
           MOVE "AuditLog.dat" TO BackupFileName
           CALL "BackupFile" USING BackupFileName
           MOVE "Users.dat" TO BackupFileName
           CALL "BackupFile" USING BackupFileName
           MOVE "Permissions.dat" TO BackupFileName
           CALL "BackupFile" USING BackupFileName

           PERFORM ClearFileStats
           SET ApplyPass TO TRUE
           PERFORM ProcessAllFiles
           CALL "UnlockFile" USING MealLockName
           CALL "UnlockFile" USING ReceiptLockName

           PERFORM VARYING FsIdx FROM 1 BY 1 UNTIL FsIdx > 5
              IF FsChanged(FsIdx) > ZERO
                 PERFORM LogAudit
              END-IF
           END-PERFORM
           PERFORM WriteOffboarding
           PERFORM WriteCertificate
           DISPLAY TotalChanged " records changed -- certificate "
              "written to OffboardCertificate.rpt"
           GOBACK.

       ClearFileStats.
           MOVE "Receipts.dat" TO FsName(ReceiptsFs)
           MOVE "Meals.dat" TO FsName(MealsFs)
           MOVE "AuditLog.dat" TO FsName(AuditFs)
           MOVE "Users.dat" TO FsName(UsersFs)
           MOVE "Permissions.dat" TO FsName(PermsFs)
           PERFORM VARYING FsIdx FROM 1 BY 1 UNTIL FsIdx > 5
              MOVE ZEROES TO FsFound(FsIdx), FsChanged(FsIdx),
                 FsHeld(FsIdx)
           END-PERFORM
           MOVE ZEROES TO TotalFound, TotalChanged.

      * The survey pass lists and counts; the apply pass changes
      * and counts again, so the certificate shows what happened
      * rather than what was expected.
       ProcessAllFiles.
           PERFORM ProcessReceipts
           PERFORM ProcessMeals
           PERFORM ProcessAuditLog
           PERFORM ProcessUsers
           PERFORM ProcessPermissions
           PERFORM VARYING FsIdx FROM 1 BY 1 UNTIL FsIdx > 5
              ADD FsFound(FsIdx) TO TotalFound
              ADD FsChanged(FsIdx) TO TotalChanged
           END-PERFORM.

       PickReassignTarget.
           PERFORM UNTIL EXIT
              DISPLAY "Reassign to member id (Enter = shared)"
              ACCEPT NewMemberId
              IF NewMemberId = SPACES
                 EXIT PERFORM
              END-IF
              IF NewMemberId = OffMember
                 DISPLAY "That is the member leaving -- pick another"
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM FindNewMember
              IF MemberKnown = "Y"
                 EXIT PERFORM
              END-IF
              DISPLAY "No such member in Users.dat -- try again"
           END-PERFORM.

      * Tokens are numbered on from the anonymisations already in
      * Offboardings.dat, so two leavers never share one.
       NextAnonToken.
           MOVE ZEROES TO AnonSeq
           OPEN INPUT Offboardings
           IF OffboardingsStatus = "00"
              READ Offboardings
                 AT END SET EndOfOffboardings TO TRUE
              END-READ
              PERFORM UNTIL EndOfOffboardings
                 IF ObAnonymised
                    ADD 1 TO AnonSeq
                 END-IF
                 READ Offboardings
                    AT END SET EndOfOffboardings TO TRUE
                 END-READ
              END-PERFORM
              CLOSE Offboardings
           END-IF
           ADD 1 TO AnonSeq
           MOVE SPACES TO NewMemberId
           STRING "ANON" DELIMITED BY SIZE
              AnonSeq DELIMITED BY SIZE
              INTO NewMemberId
           END-STRING.

      * RecordHeld comes back "Y" when RecordDateNum lies in a
      * formally closed month; the last month asked is remembered.
       CheckRecordHeld.
           IF RecordDateNum(1:6) NOT = CheckedMonth
              CALL "CheckPeriodClosed" USING RecordDateNum,
                 ClosedResultWS
              MOVE RecordDateNum(1:6) TO CheckedMonth
              MOVE ClosedResultWS TO CheckedResult
           END-IF
           MOVE CheckedResult TO RecordHeld
           IF HeldByClose
              MOVE "(closed)" TO HeldText
           ELSE
              MOVE SPACES TO HeldText
           END-IF.

       ProcessReceipts.
           IF SurveyPass
              OPEN INPUT ReceiptFile
           ELSE
              OPEN I-O ReceiptFile
           END-IF
           IF ReceiptFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReceiptDetails
           MOVE 1 TO RRecNr
           PERFORM UNTIL EndOfReceipt
              READ ReceiptFile NEXT RECORD
                 AT END SET EndOfReceipt TO TRUE
              END-READ
              IF NOT EndOfReceipt
                 PERFORM ProcessOneReceipt
              END-IF
           END-PERFORM
           CLOSE ReceiptFile
           MOVE SPACES TO ReceiptDetails.

       ProcessOneReceipt.
           IF RHeaderRecord
              MOVE HdrPerson TO RecordPerson
              MOVE HdrDate TO RecordDateNum
           ELSE
              MOVE RPerson TO RecordPerson
              MOVE RDate TO RecordDateNum
           END-IF
           IF RecordPerson NOT = OffMember
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO FsFound(ReceiptsFs)
           PERFORM CheckRecordHeld
           IF HeldByClose
              ADD 1 TO FsHeld(ReceiptsFs)
           END-IF
           IF SurveyPass
              IF RHeaderRecord
                 DISPLAY "  Receipts.dat " RNr " " RecordDateNum
                    " receipt at " FUNCTION TRIM(HdrStore) " "
                    HeldText
              ELSE
                 DISPLAY "  Receipts.dat " RNr " " RecordDateNum
                    " " FUNCTION TRIM(RName) " " HeldText
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF HeldByClose
              EXIT PARAGRAPH
           END-IF
           IF RHeaderRecord
              MOVE NewMemberId TO HdrPerson
           ELSE
              MOVE NewMemberId TO RPerson
           END-IF
           REWRITE ReceiptDetails
              INVALID KEY DISPLAY "Rewrite failed at " RRecNr
              NOT INVALID KEY ADD 1 TO FsChanged(ReceiptsFs)
           END-REWRITE.

       ProcessMeals.
           IF SurveyPass
              OPEN INPUT MealFile
           ELSE
              OPEN I-O MealFile
           END-IF
           IF MealFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DinnerDetails
           MOVE 1 TO MealRecNr
           PERFORM UNTIL EndOfMealFile
              READ MealFile NEXT RECORD
                 AT END SET EndOfMealFile TO TRUE
              END-READ
              IF NOT EndOfMealFile
                 PERFORM ProcessOneMeal
              END-IF
           END-PERFORM
           CLOSE MealFile
           MOVE SPACES TO DinnerDetails.

      * Every record kind carries its person id in its own place;
      * the rewrite goes through the dinner view, which spans the
      * whole slot.
       ProcessOneMeal.
           EVALUATE RecTypeCode
              WHEN "D"
                 MOVE DinnerPersonId TO RecordPerson
                 MOVE DinnerDateNum TO RecordDateNum
              WHEN "S"
                 MOVE SnaPersonId TO RecordPerson
                 MOVE SnaDateNum TO RecordDateNum
              WHEN OTHER
                 MOVE OtherPersonId TO RecordPerson
                 MOVE OtherDateNum TO RecordDateNum
           END-EVALUATE
           IF RecordPerson NOT = OffMember
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO FsFound(MealsFs)
           PERFORM CheckRecordHeld
           IF HeldByClose
              ADD 1 TO FsHeld(MealsFs)
           END-IF
           IF SurveyPass
              EVALUATE RecTypeCode
                 WHEN "D"
                    DISPLAY "  Meals.dat    " RecordDateNum
                       " dinner " FUNCTION TRIM(DinnerName) " "
                       HeldText
                 WHEN "S"
                    DISPLAY "  Meals.dat    " RecordDateNum
                       " snack " SnaId " " HeldText
                 WHEN OTHER
                    DISPLAY "  Meals.dat    " RecordDateNum
                       " " RecTypeCode " " FUNCTION TRIM(OtherName)
                       " " HeldText
              END-EVALUATE
              EXIT PARAGRAPH
           END-IF
           IF HeldByClose
              EXIT PARAGRAPH
           END-IF
           EVALUATE RecTypeCode
              WHEN "D" MOVE NewMemberId TO DinnerPersonId
              WHEN "S" MOVE NewMemberId TO SnaPersonId
              WHEN OTHER MOVE NewMemberId TO OtherPersonId
           END-EVALUATE
           REWRITE DinnerDetails
              INVALID KEY DISPLAY "Rewrite failed at " MealRecNr
              NOT INVALID KEY ADD 1 TO FsChanged(MealsFs)
           END-REWRITE.

      * The audit trail is copied to AuditLog.new with the operator
      * field replaced and swapped in, same idiom as AuditRotate;
      * the survey only counts.
       ProcessAuditLog.
           OPEN INPUT AuditLog
           IF AuditLogStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           IF ApplyPass
              OPEN OUTPUT AuditLogNew
           END-IF
           READ AuditLog
              AT END SET EndOfAuditLog TO TRUE
           END-READ
           PERFORM UNTIL EndOfAuditLog
              IF AuditUser = OffMember
                 ADD 1 TO FsFound(AuditFs)
                 MOVE AuditDate TO RecordDateNum
                 PERFORM CheckRecordHeld
                 IF HeldByClose
                    ADD 1 TO FsHeld(AuditFs)
                 ELSE
                    IF ApplyPass
                       MOVE NewMemberId TO AuditUser
                       ADD 1 TO FsChanged(AuditFs)
                    END-IF
                 END-IF
              END-IF
              IF ApplyPass
                 MOVE AuditDetails TO AuditNewDetails
                 WRITE AuditNewDetails
              END-IF
              READ AuditLog
                 AT END SET EndOfAuditLog TO TRUE
              END-READ
           END-PERFORM
           CLOSE AuditLog
           IF SurveyPass
              IF FsFound(AuditFs) > ZERO
                 DISPLAY "  AuditLog.dat " FsFound(AuditFs)
                    " entries by this operator"
              END-IF
              EXIT PARAGRAPH
           END-IF
           CLOSE AuditLogNew
           IF FsChanged(AuditFs) > ZERO
              MOVE "mv AuditLog.new AuditLog.dat" TO SwapCmd
              CALL "SYSTEM" USING SwapCmd
              CALL "ResealAuditLog"
           ELSE
              MOVE "rm -f AuditLog.new" TO SwapCmd
              CALL "SYSTEM" USING SwapCmd
           END-IF.

       FindNewMember.
           MOVE "N" TO MemberKnown
           OPEN INPUT Users
           IF UsersStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ Users
              AT END SET EndOfUsers TO TRUE
           END-READ
           PERFORM UNTIL EndOfUsers
              IF UserId = NewMemberId
                 MOVE "Y" TO MemberKnown
              END-IF
              READ Users
                 AT END SET EndOfUsers TO TRUE
              END-READ
           END-PERFORM
           CLOSE Users.

      * Revoking sign-on means the member's row leaves Users.dat:
      * every other row goes through to Users.new, which is swapped
      * in; the survey only counts.
       ProcessUsers.
           OPEN INPUT Users
           IF UsersStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           IF ApplyPass
              OPEN OUTPUT UsersNew
           END-IF
           READ Users
              AT END SET EndOfUsers TO TRUE
           END-READ
           PERFORM UNTIL EndOfUsers
              IF UserId = OffMember
                 ADD 1 TO FsFound(UsersFs)
                 IF SurveyPass
                    DISPLAY "  Users.dat    sign-on for "
                       FUNCTION TRIM(OffMember)
                 ELSE
                    ADD 1 TO FsChanged(UsersFs)
                 END-IF
              ELSE
                 IF ApplyPass
                    MOVE UserRecord TO UserNewRecord
                    WRITE UserNewRecord
                 END-IF
              END-IF
              READ Users
                 AT END SET EndOfUsers TO TRUE
              END-READ
           END-PERFORM
           CLOSE Users
           IF SurveyPass
              EXIT PARAGRAPH
           END-IF
           CLOSE UsersNew
           IF FsChanged(UsersFs) > ZERO
              MOVE "mv Users.new Users.dat" TO SwapCmd
           ELSE
              MOVE "rm -f Users.new" TO SwapCmd
           END-IF
           CALL "SYSTEM" USING SwapCmd.

       ProcessPermissions.
           OPEN INPUT Permissions
           IF PermissionsStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           IF ApplyPass
              OPEN OUTPUT PermissionsNew
           END-IF
           READ Permissions
              AT END SET EndOfPermissions TO TRUE
           END-READ
           PERFORM UNTIL EndOfPermissions
              IF PermUser = OffMember
                 ADD 1 TO FsFound(PermsFs)
                 IF SurveyPass
                    DISPLAY "  Permissions.dat "
                       FUNCTION TRIM(PermProgram)
                 ELSE
                    ADD 1 TO FsChanged(PermsFs)
                 END-IF
              ELSE
                 IF ApplyPass
                    MOVE PermissionRecord TO PermissionNewRecord
                    WRITE PermissionNewRecord
                 END-IF
              END-IF
              READ Permissions
                 AT END SET EndOfPermissions TO TRUE
              END-READ
           END-PERFORM
           CLOSE Permissions
           IF SurveyPass
              EXIT PARAGRAPH
           END-IF
           CLOSE PermissionsNew
           IF FsChanged(PermsFs) > ZERO
              MOVE "mv Permissions.new Permissions.dat" TO SwapCmd
           ELSE
              MOVE "rm -f Permissions.new" TO SwapCmd
           END-IF
           CALL "SYSTEM" USING SwapCmd.

       WriteOffboarding.
           MOVE TodayDateNum TO ObDate
           IF ReassignAction
              MOVE "R" TO ObAction
              MOVE OffMember TO ObOldId
           ELSE
              MOVE "A" TO ObAction
              MOVE SPACES TO ObOldId
           END-IF
           MOVE NewMemberId TO ObNewId
           MOVE OperatorWS TO ObOperator
           MOVE TotalChanged TO ObChanged
           OPEN EXTEND Offboardings
           IF OffboardingsStatus = "35"
              OPEN OUTPUT Offboardings
              CLOSE Offboardings
              OPEN EXTEND Offboardings
           END-IF
           WRITE OffboardingRecord
           CLOSE Offboardings.

       WriteCertificate.
           PERFORM StartProvenance
           OPEN OUTPUT Certificate
           WRITE PrintLine FROM CertHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE TodayDateNum TO PrnDate
           MOVE OperatorWS TO PrnOperator
           WRITE PrintLine FROM CertRunLine AFTER ADVANCING 1 LINE
           MOVE SPACES TO CertMemberLine
           EVALUATE TRUE
              WHEN AnonymiseAction
                 STRING "Member id anonymised as " DELIMITED BY SIZE
                    NewMemberId DELIMITED BY SIZE
                    INTO CertMemberLine
                 END-STRING
              WHEN NewMemberId = SPACES
                 STRING "Member " DELIMITED BY SIZE
                    OffMember DELIMITED BY SPACE
                    " reassigned to shared" DELIMITED BY SIZE
                    INTO CertMemberLine
                 END-STRING
              WHEN OTHER
                 STRING "Member " DELIMITED BY SIZE
                    OffMember DELIMITED BY SPACE
                    " reassigned to " DELIMITED BY SIZE
                    NewMemberId DELIMITED BY SIZE
                    INTO CertMemberLine
                 END-STRING
           END-EVALUATE
           WRITE PrintLine FROM CertMemberLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM CertColumns AFTER ADVANCING 1 LINE
           PERFORM VARYING FsIdx FROM 1 BY 1 UNTIL FsIdx > 5
              MOVE FsName(FsIdx) TO PrnFile
              MOVE FsFound(FsIdx) TO PrnFound
              MOVE FsChanged(FsIdx) TO PrnChanged
              MOVE FsHeld(FsIdx) TO PrnHeld
              WRITE PrintLine FROM CertFileLine AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE SPACES TO CertRevokeLine
           STRING "Sign-on rows removed: " DELIMITED BY SIZE
              FsChanged(UsersFs) DELIMITED BY SIZE
              "   permissions revoked: " DELIMITED BY SIZE
              FsChanged(PermsFs) DELIMITED BY SIZE
              INTO CertRevokeLine
           END-STRING
           WRITE PrintLine FROM CertRevokeLine AFTER ADVANCING 1 LINE
           IF FsHeld(ReceiptsFs) + FsHeld(MealsFs) + FsHeld(AuditFs)
              > ZERO
              MOVE "Held records lie in closed months -- reopen them "
                 & "with PeriodClose and run again" TO PrintLine
              WRITE PrintLine AFTER ADVANCING 1 LINE
           END-IF
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           CLOSE Certificate
           MOVE "OffboardCertificate.rpt" TO PvReportName
           PERFORM StampProvenance.

       LogAudit.
           OPEN EXTEND AuditLog
           IF AuditLogStatus = "35"
              OPEN OUTPUT AuditLog
              CLOSE AuditLog
              OPEN EXTEND AuditLog
           END-IF
           MOVE "MemberOffboard" TO AuditProgram
           ACCEPT AuditDate FROM DATE YYYYMMDD
           ACCEPT AuditTime FROM TIME
           MOVE FsName(FsIdx) TO AuditDataFile
           MOVE "OFFBOARD" TO AuditAction
           MOVE SPACES TO AuditKey, AuditBefore, AuditAfter
           IF ReassignAction
              MOVE OffMember TO AuditBefore
           ELSE
              MOVE "anonymised" TO AuditBefore
           END-IF
           STRING "member " DELIMITED BY SIZE
              NewMemberId DELIMITED BY SIZE
              INTO AuditKey
           END-STRING
           STRING NewMemberId DELIMITED BY SIZE
              " -- " DELIMITED BY SIZE
              FsChanged(FsIdx) DELIMITED BY SIZE
              " records" DELIMITED BY SIZE
              INTO AuditAfter
           END-STRING
           MOVE OperatorWS TO AuditUser
           CALL "SealAuditEntry" USING AuditDetails
           WRITE AuditDetails
           CLOSE AuditLog.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "MemberOffboard" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE MealFileNameVar TO PvInputName
           MOVE "M" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "AuditLog.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Users.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Permissions.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Offboardings.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
