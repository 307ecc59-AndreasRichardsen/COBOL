       IDENTIFICATION DIVISION.
       PROGRAM-ID. MonthEndBalances.
       AUTHOR. Andreas Richardsen.

      * The month-end balance entry, run as a MonthEndRunner step so
      * a month cannot close without it. Every open account in
      * NetWorth's Accounts.dat is asked for its balance on the last
      * day of the month, showing the latest entry already in
      * AccountBalances.dat; Enter carries that figure forward (the
      * car's value rarely changes month to month) and S skips the
      * account. An entry already made for the month-end is kept on
      * Enter, so a rerun after a failure only asks again. The step
      * ends with RETURN-CODE 8 -- and the chain stops -- while any
      * open account is still without a month-end balance, or when
      * no accounts are registered at all. Run by MonthEndRunner it
      * takes the runner's month from the RUNMONTH environment
      * variable without asking (a month that is not valid ends the
      * step with RETURN-CODE 8); run on its own it asks, Enter
      * taking last month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccountFile ASSIGN TO "Accounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AccountFileStatus.

           SELECT BalanceFile ASSIGN TO "AccountBalances.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BalanceFileStatus.

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

       WORKING-STORAGE SECTION.
       01 AccountFileStatus     PIC XX.
       01 BalanceFileStatus     PIC XX.
       01 AccountTable.
           02 AccountEntry      OCCURS 50 TIMES INDEXED BY AccIdx.
              03 AccImage       PIC X(40).
       01 AccountCount          PIC 9(2) VALUE ZERO.
       01 OpenCount             PIC 9(2) VALUE ZERO.
       01 BalanceTable.
           02 BalanceEntry      OCCURS 3000 TIMES INDEXED BY BalIdx.
              03 BalImage       PIC X(33).
       01 BalanceCount          PIC 9(4) VALUE ZERO.

       01 TodayDate             PIC 9(8).
       01 PrevMonth             PIC 9(6).
       01 MonthInput            PIC X(6).
       01 RunnerMonth           PIC X(6).
       01 DateInput             PIC X(8).
       01 DateOk                PIC X.
       01 RunMonthWS            PIC 9(6).
       01 FirstOfNext           PIC 9(8).
       01 NextYear              PIC 9(4).
       01 NextMonth             PIC 9(2).
       01 MonthEndDate          PIC 9(8).
       01 InputWS               PIC X(15).
       01 AmountValue           PIC S9(9)V99.
       01 AnswerDone            PIC X.
       01 LatestDate            PIC 9(8).
       01 LatestAmount          PIC 9(9)V99.
       01 LatestIdx             PIC 9(4).
       01 MissingCount          PIC 9(2) VALUE ZERO.
       01 EnteredCount          PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE ZEROES TO RETURN-CODE, MissingCount, EnteredCount
           ACCEPT TodayDate FROM DATE YYYYMMDD
           PERFORM LoadAccountTable
           IF OpenCount = ZERO
              DISPLAY "No open accounts in Accounts.dat -- register "
                 "them with NetWorth before closing the month"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LoadBalanceTable
           PERFORM AcceptBalanceMonth
           IF RETURN-CODE NOT = ZERO
              GOBACK
           END-IF
           DISPLAY "Balances at " MonthEndDate
              " (Enter = keep the figure shown, S = skip)"
           PERFORM VARYING AccIdx FROM 1 BY 1
              UNTIL AccIdx > AccountCount
              MOVE AccImage(AccIdx) TO AccountRecord
              IF AcIsOpen
                 PERFORM AskOneBalance
              END-IF
           END-PERFORM
           PERFORM SaveBalanceTable
           IF MissingCount > ZERO
              DISPLAY MissingCount " account(s) still without a "
                 "balance at " MonthEndDate " -- the month cannot "
                 "close"
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY EnteredCount " balance(s) recorded, all "
                 OpenCount " open accounts covered"
              MOVE ZEROES TO RETURN-CODE
           END-IF
           GOBACK.

      * The runner's month when it passes one; otherwise asked,
      * Enter taking last month, the usual month-end case.
       AcceptBalanceMonth.
           MOVE SPACES TO RunnerMonth
           ACCEPT RunnerMonth FROM ENVIRONMENT "RUNMONTH"
           IF RunnerMonth NOT = SPACES
              MOVE RunnerMonth TO DateInput
              MOVE "01" TO DateInput(7:2)
              CALL "CheckDate" USING DateInput, DateOk
              IF RunnerMonth IS NOT NUMERIC OR DateOk NOT = "Y"
                 DISPLAY "Run month " RunnerMonth " from the runner "
                    "is not a valid month -- no balances taken"
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              MOVE RunnerMonth TO MonthInput
              DISPLAY "Month for the balances: " MonthInput
           ELSE
              PERFORM AskBalanceMonth
           END-IF
           MOVE MonthInput TO RunMonthWS
           MOVE RunMonthWS(1:4) TO NextYear
           MOVE RunMonthWS(5:2) TO NextMonth
           ADD 1 TO NextMonth
           IF NextMonth > 12
              MOVE 1 TO NextMonth
              ADD 1 TO NextYear
           END-IF
           COMPUTE FirstOfNext = NextYear * 10000 + NextMonth * 100 + 1
           COMPUTE MonthEndDate = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(FirstOfNext) - 1).

       AskBalanceMonth.
           MOVE TodayDate(1:6) TO PrevMonth
           SUBTRACT 1 FROM PrevMonth
           IF PrevMonth(5:2) = "00"
              COMPUTE PrevMonth = PrevMonth - 100 + 12
           END-IF
           MOVE "N" TO DateOk
           PERFORM UNTIL DateOk = "Y"
              DISPLAY "Month for the balances (YYYYMM, Enter = "
                 PrevMonth ")"
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
           END-PERFORM.

      * The latest entry on or before the month-end is the one
      * offered; when it is dated the month-end itself, Enter keeps
      * it as it is.
       AskOneBalance.
           MOVE ZEROES TO LatestDate, LatestAmount, LatestIdx
           PERFORM VARYING BalIdx FROM 1 BY 1
              UNTIL BalIdx > BalanceCount
              MOVE BalImage(BalIdx) TO BalanceRecord
              IF AbCode = AcCode AND AbDate <= MonthEndDate
                 AND AbDate >= LatestDate
                 MOVE AbDate TO LatestDate
                 MOVE AbAmount TO LatestAmount
                 SET LatestIdx TO BalIdx
              END-IF
           END-PERFORM
           IF LatestDate = ZERO
              DISPLAY AcCode " " AcName " -- no earlier balance"
           ELSE
              DISPLAY AcCode " " AcName " -- " LatestAmount
                 " at " LatestDate
           END-IF
           IF AcLiability
              DISPLAY "  amount owed:"
           ELSE
              DISPLAY "  balance / value:"
           END-IF
           MOVE "N" TO AnswerDone
           PERFORM UNTIL AnswerDone = "Y"
              ACCEPT InputWS
              EVALUATE TRUE
                 WHEN InputWS = "S" OR InputWS = "s"
                    IF LatestDate NOT = MonthEndDate
                       ADD 1 TO MissingCount
                    END-IF
                    MOVE "Y" TO AnswerDone
                 WHEN InputWS = SPACES AND LatestDate = ZERO
                    DISPLAY "  no figure to keep -- enter the "
                       "balance or S"
                 WHEN InputWS = SPACES
                    MOVE LatestAmount TO AmountValue
                    PERFORM StoreMonthEndBalance
                    MOVE "Y" TO AnswerDone
                 WHEN FUNCTION TEST-NUMVAL(InputWS) = ZERO
                    COMPUTE AmountValue = FUNCTION NUMVAL(InputWS)
                    IF AmountValue < ZERO
                       DISPLAY "  enter an amount of 0 or more"
                    ELSE
                       PERFORM StoreMonthEndBalance
                       MOVE "Y" TO AnswerDone
                    END-IF
                 WHEN OTHER
                    DISPLAY "  enter an amount, Enter or S"
              END-EVALUATE
           END-PERFORM.

       StoreMonthEndBalance.
           IF LatestDate = MonthEndDate
              MOVE BalImage(LatestIdx) TO BalanceRecord
              MOVE AmountValue TO AbAmount
              MOVE TodayDate TO AbEntered
              MOVE BalanceRecord TO BalImage(LatestIdx)
              ADD 1 TO EnteredCount
              EXIT PARAGRAPH
           END-IF
           IF BalanceCount >= 3000
              DISPLAY "Balance file full (3000 entries)"
              ADD 1 TO MissingCount
              EXIT PARAGRAPH
           END-IF
           MOVE AcCode TO AbCode
           MOVE MonthEndDate TO AbDate
           MOVE AmountValue TO AbAmount
           MOVE TodayDate TO AbEntered
           ADD 1 TO BalanceCount
           MOVE BalanceRecord TO BalImage(BalanceCount)
           ADD 1 TO EnteredCount.

       LoadAccountTable.
           MOVE ZEROES TO AccountCount, OpenCount
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
              IF AcIsOpen
                 ADD 1 TO OpenCount
              END-IF
              READ AccountFile
                 AT END SET EndOfAccountFile TO TRUE
              END-READ
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
