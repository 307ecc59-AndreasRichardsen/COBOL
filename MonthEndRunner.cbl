
      * Job-control for month-end: the steps live in JobSteps.dat
      * (step number and PROGRAM-ID, seeded with the four report
      * programs and the MonthEndBalances entry on first run), and
      * this runs them in sequence for a chosen run month,
      * recording RUN, OK or FAIL with timestamps in JobLog.dat. A
      * failed step stops the chain; rerunning the same month
      * restarts from the first step that never reached OK instead
      * of repeating the ones that succeeded. Build each
      * step program as a callable module with "cobc -m", same as
      * MenuDriver's targets -- a missing module is recorded as FAIL.
      * Each step's elapsed seconds land on its OK/FAIL entry, and
      * mode 2 compares every step's latest duration against its own
      * history -- flagging anything over the threshold or at double
      * its norm, the early warning before the reorganization and
      * archival tools become urgent. The balance entry is not
      * optional: a JobSteps.dat without a MonthEndBalances step gets
      * it appended at the end of the chain. The run month is handed
      * to every step in the RUNMONTH environment variable (cleared
      * again once the step returns), so the balance entry records
      * the month being closed and no other.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 JobStepsStatus        PIC XX.
       01 JobLogStatus          PIC XX.
       01 RunMonth              PIC 9(6).
       01 StepReturnCode        PIC S9(4).
       01 NoRunMonth            PIC X(6) VALUE SPACES.
       01 StepTable.
           02 StepEntry         OCCURS 20 TIMES INDEXED BY StpIdx.
              03 StpNr          PIC 9(2).
           MOVE ClockSecs TO StepStartSecs

           MOVE StpProgram(StpIdx) TO CallTarget
           DISPLAY "RUNMONTH" UPON ENVIRONMENT-NAME
           DISPLAY RunMonth UPON ENVIRONMENT-VALUE
           MOVE ZEROES TO RETURN-CODE
           CALL CallTarget
              ON EXCEPTION
                 MOVE 8 TO RETURN-CODE
           END-CALL
           CANCEL CallTarget
           MOVE RETURN-CODE TO StepReturnCode
           DISPLAY "RUNMONTH" UPON ENVIRONMENT-NAME
           DISPLAY NoRunMonth UPON ENVIRONMENT-VALUE
           MOVE StepReturnCode TO RETURN-CODE

           PERFORM NoteClockSeconds
           MOVE ClockSecs TO StepEndSecs
           END-IF
           IF StepCount = ZERO
              PERFORM SeedDefaultSteps
           ELSE
              PERFORM EnsureBalanceStep
           END-IF.

      * Step lists written before the net-worth register existed
      * get the balance entry added as the last step.
       EnsureBalanceStep.
           PERFORM VARYING StpIdx FROM 1 BY 1
              UNTIL StpIdx > StepCount
              IF StpProgram(StpIdx) = "MonthEndBalances"
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF StepCount >= 20
              DISPLAY "JobSteps.dat full -- MonthEndBalances not added"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO StepCount
           SET StpIdx TO StepCount
           COMPUTE StpNr(StpIdx) = StpNr(StpIdx - 1) + 1
           MOVE "MonthEndBalances" TO StpProgram(StpIdx)
           MOVE "N" TO StpDone(StpIdx)
           PERFORM WriteJobSteps
           DISPLAY "Added MonthEndBalances as step " StpNr(StpIdx)
              " of the month-end chain".

       SeedDefaultSteps.
           MOVE 5 TO StepCount
           MOVE 01 TO StpNr(1)
           MOVE "WorkHourReportWriter" TO StpProgram(1)
           MOVE 02 TO StpNr(2)
           MOVE "TempReportWriter" TO StpProgram(3)
           MOVE 04 TO StpNr(4)
           MOVE "ReceiptWriter" TO StpProgram(4)
           MOVE 05 TO StpNr(5)
           MOVE "MonthEndBalances" TO StpProgram(5)
           PERFORM VARYING StpIdx FROM 1 BY 1
              UNTIL StpIdx > StepCount
              MOVE "N" TO StpDone(StpIdx)
           END-PERFORM
           PERFORM WriteJobSteps
           DISPLAY "Seeded JobSteps.dat with the default month-end "
              "chain".

       WriteJobSteps.
           OPEN OUTPUT JobStepsFile
           PERFORM VARYING StpIdx FROM 1 BY 1
              UNTIL StpIdx > StepCount
              MOVE StpProgram(StpIdx) TO JSProgram
              WRITE JobStepRecord
           END-PERFORM
           CLOSE JobStepsFile.

      * A step counts as done for the month when its latest log
      * entry reached OK.
