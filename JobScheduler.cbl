           END-IF
           IF JobCount = ZERO
              PERFORM SeedDefaultSchedule
           ELSE
              PERFORM EnsureDailyJobs
           END-IF.

      * Schedules written before the calendar export and the web
      * dashboard existed get them added as daily jobs, so the synced
      * files never go stale.
       EnsureDailyJobs.
           MOVE "CalendarExport" TO CallTarget
           PERFORM EnsureOneDailyJob
           MOVE "HtmlDashboard" TO CallTarget
           PERFORM EnsureOneDailyJob.

       EnsureOneDailyJob.
           PERFORM VARYING JobIdx FROM 1 BY 1
              UNTIL JobIdx > JobCount
              IF JtProgram(JobIdx) = CallTarget
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF JobCount >= 20
              DISPLAY "Schedule.dat full -- "
                 FUNCTION TRIM(CallTarget) " not added"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO JobCount
           SET JobIdx TO JobCount
           MOVE CallTarget TO JtProgram(JobIdx)
           MOVE "D" TO JtFreq(JobIdx)
           MOVE ZEROES TO JtDay(JobIdx), JtLastRun(JobIdx)
           PERFORM SaveSchedule
           DISPLAY "Added " FUNCTION TRIM(CallTarget)
              " to the daily jobs".

      * The housekeeping set that runs clean without a keyboard:
      * health and sensor checks daily, the subscription scan weekly
      * on Mondays, backup retention weekly on Sundays, and the
      * calendar export and web dashboard daily.
       SeedDefaultSchedule.
           MOVE 7 TO JobCount
           MOVE "SystemHealth" TO JtProgram(1)
           MOVE "D" TO JtFreq(1)
           MOVE ZEROES TO JtDay(1), JtLastRun(1)
           MOVE "IntegrityCheck" TO JtProgram(5)
           MOVE "D" TO JtFreq(5)
           MOVE ZEROES TO JtDay(5), JtLastRun(5)
           MOVE "CalendarExport" TO JtProgram(6)
           MOVE "D" TO JtFreq(6)
           MOVE ZEROES TO JtDay(6), JtLastRun(6)
           MOVE "HtmlDashboard" TO JtProgram(7)
           MOVE "D" TO JtFreq(7)
           MOVE ZEROES TO JtDay(7), JtLastRun(7)
           PERFORM SaveSchedule
           DISPLAY "Seeded Schedule.dat with the default "
              "housekeeping jobs".
