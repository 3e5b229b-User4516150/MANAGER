      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly job stream driver. The nightly routine -
      *          MANAGERBAK snapshot, MANAGERLOG verify, MANAGERCHK
      *          check, MANAGERIDX check, MANAGERPRG on Sundays - used
      *          to be a hand-run list, and a step that failed went
      *          unnoticed until morning. This driver reads the steps
      *          from the JOBSTREAM control file, one per line:
      *              columns  1-8   step name
      *              columns 10-29  command that runs the program
      *              columns 31-38  profile (blank = default)
      *              column  40     highest acceptable return code
      *              columns 42-44  day to run on (MON ... SUN),
      *                             blank = every run
      *              columns 46-132 the program's console answers,
      *                             one per '/', where &P stands for
      *                             the profile and &K for its master
      *                             key
      *          a '*' in column 1 marks a comment line. Each step
      *          gets its answers on a JOBIN file fed to it as its
      *          console input, runs, and has its start, end and
      *          return code logged to JOBLOG. The first step whose
      *          return code is above its limit stops the stream;
      *          JOBRESTART then remembers it, and the next run picks
      *          up at that step instead of repeating the ones that
      *          completed. The last JOBLOG line of every run reads
      *          JOBSTREAM COMPLETE or JOBSTREAM STOPPED in columns
      *          17-34, for the scheduler to test; the driver's own
      *          return code is the highest step return code on a
      *          complete run and 12 on a stopped one.
      *          Master keys are asked for once per profile at the
      *          start, only for the steps that will run. A key is
      *          never written to JOBLOG; the JOBIN file that carries
      *          it to a step is removed as soon as the step returns,
      *          and one left behind by a crash is removed at start.
      * Tectonics: GNU-COBOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGERJOB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *The stream's own files cover the whole estate and are not
      *profile files.
           SELECT job-stream ASSIGN TO 'JOBSTREAM'
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-js.
           SELECT job-log ASSIGN TO 'JOBLOG'
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-jl.
           SELECT job-restart ASSIGN TO DYNAMIC ws-restart-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-jr.
           SELECT job-input ASSIGN TO DYNAMIC ws-jobin-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-ji.

       DATA DIVISION.
       FILE SECTION.
      * One step per line, the columns given above.
       FD job-stream.
       01 js-rec.
         02 js-name PIC X(8).
         02 FILLER PIC X.
         02 js-command PIC X(20).
         02 FILLER PIC X.
         02 js-profile PIC X(8).
         02 FILLER PIC X.
         02 js-max-rc PIC X.
         02 FILLER PIC X.
         02 js-day PIC X(3).
         02 FILLER PIC X.
         02 js-answers PIC X(87).

       FD job-log.
       01 jl-line PIC X(132).

      * Where a stopped stream picks up: the step number and name
      * that failed and when.
       FD job-restart.
       01 jr-rec.
         02 jr-step PIC 9(3).
         02 FILLER PIC X.
         02 jr-name PIC X(8).
         02 FILLER PIC X.
         02 jr-date PIC 9(8).

       FD job-input.
       01 ji-line PIC X(80).


       WORKING-STORAGE SECTION.
       77 fs-js PIC X(2).
       77 fs-jl PIC X(2).
       77 fs-jr PIC X(2).
       77 fs-ji PIC X(2).
       77 ws-jr-saved PIC X VALUE 'N'.
       77 ws-restart-file PIC X(40) VALUE 'JOBRESTART'.
       77 ws-jobin-file PIC X(40) VALUE 'JOBIN'.

      * The stream as read, one entry per step.
       77 ws-step-count PIC 9(3) VALUE 0.
       77 ind-step PIC 9(3) VALUE 1.
       01 ws-step-table.
         02 step-entry OCCURS 99.
           03 st-name PIC X(8).
           03 st-command PIC X(20).
           03 st-profile PIC X(8).
           03 st-max-rc PIC 9.
           03 st-day PIC X(3).
           03 st-answers PIC X(87).
           03 st-runs PIC X.

      * Master keys given at the start, one per profile that needs
      * one.
       77 ws-key-count PIC 9(3) VALUE 0.
       77 ind-key PIC 9(3) VALUE 1.
       77 ws-key-found PIC 9(3) VALUE 0.
       01 ws-key-table.
         02 key-entry OCCURS 99.
           03 kt-profile PIC X(8).
           03 kt-key PIC X(20).
       77 ws-key PIC X(20) VALUE SPACES.
       77 ws-need-key PIC 99 VALUE 0.

      * Today, for the run-on day and the log.
       77 ws-today PIC 9(8) VALUE ZERO.
       77 ws-now PIC 9(8) VALUE ZERO.
       77 ws-dow PIC 9 VALUE 0.
       01 ws-day-names PIC X(21) VALUE 'MONTUEWEDTHUFRISATSUN'.
       01 ws-day-table REDEFINES ws-day-names.
         02 day-name PIC X(3) OCCURS 7.

      * Restart point, if the last run stopped.
       77 ws-start-step PIC 9(3) VALUE 1.
       77 ws-restart-name PIC X(8) VALUE SPACES.
       77 ws-restart-date PIC 9(8) VALUE ZERO.

      * The step being run: its command line, the JOBIN line being
      * built, and the return code it came back with.
       77 ws-cmd PIC X(80) VALUE SPACES.
       77 ws-ans-len PIC 99 VALUE 0.
       77 ind-ans PIC 99 VALUE 1.
       77 ws-ji-ptr PIC 99 VALUE 1.
       77 ws-ans-rev PIC X(87) VALUE SPACES.
       77 ws-ans-tally PIC 99 VALUE 0.
       77 ws-sys-rc PIC S9(9) VALUE 0.
       77 ws-step-rc PIC 9(3) VALUE 0.
       77 ws-high-rc PIC 9(3) VALUE 0.
       77 ws-step-disp PIC 9(3) VALUE 0.
       77 ws-step-verdict PIC X(6) VALUE SPACES.
       77 ws-bad-line PIC 9(3) VALUE 0.
       77 ws-line-no PIC 9(3) VALUE 0.
       77 ws-jl-text PIC X(110) VALUE SPACES.

      * Kept here and handed over last thing, since a CALL resets
      * RETURN-CODE.
       77 ws-run-rc PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

       MAINLINE.
           DISPLAY 'MANAGERJOB - NIGHTLY JOB STREAM DRIVER'.
           ACCEPT ws-today FROM DATE YYYYMMDD.
           ACCEPT ws-dow FROM DAY-OF-WEEK.

      *    A JOBIN left behind by a crash may hold a master key.
           CALL "CBL_DELETE_FILE" USING ws-jobin-file.

           OPEN EXTEND job-log.
           IF fs-jl NOT = '00'
               OPEN OUTPUT job-log
               CLOSE job-log
               OPEN EXTEND job-log.

           OPEN INPUT job-stream.
           IF fs-js NOT = '00'
               MOVE 'JOBSTREAM STOPPED - NO JOBSTREAM CONTROL FILE'
                   TO ws-jl-text
               PERFORM JOB-LOG-LINE 1 TIMES
               DISPLAY 'NO JOBSTREAM CONTROL FILE.'
               MOVE 12 TO ws-run-rc
               GO TO JOB-END.

           PERFORM JOB-LOAD 1 TIMES.
           CLOSE job-stream.

           IF ws-bad-line NOT = 0
               MOVE SPACES TO ws-jl-text
               STRING 'JOBSTREAM STOPPED - CONTROL LINE ' DELIMITED BY
                                                                 SIZE
                      ws-bad-line DELIMITED BY SIZE
                      ' IS NOT VALID' DELIMITED BY SIZE
                  INTO ws-jl-text
               PERFORM JOB-LOG-LINE 1 TIMES
               DISPLAY 'JOBSTREAM LINE ' ws-bad-line ' IS NOT VALID.'
               MOVE 12 TO ws-run-rc
               GO TO JOB-END.

           IF ws-step-count = 0
               MOVE 'JOBSTREAM STOPPED - NO STEPS IN JOBSTREAM'
                   TO ws-jl-text
               PERFORM JOB-LOG-LINE 1 TIMES
               DISPLAY 'NO STEPS IN JOBSTREAM.'
               MOVE 12 TO ws-run-rc
               GO TO JOB-END.

           PERFORM JOB-RESTART-CHECK THRU JOB-RESTART-CHECK-OUT.
           IF ws-start-step = 0
               MOVE SPACES TO ws-jl-text
               STRING 'JOBSTREAM STOPPED - RESTART STEP ' DELIMITED BY
                                                                 SIZE
                      ws-restart-name DELIMITED BY SIZE
                      ' IS NO LONGER IN JOBSTREAM' DELIMITED BY SIZE
                  INTO ws-jl-text
               PERFORM JOB-LOG-LINE 1 TIMES
               DISPLAY 'RESTART STEP ' ws-restart-name
                       ' IS NO LONGER IN JOBSTREAM - REMOVE JOBRESTART'
                       ' TO RUN FROM THE FIRST STEP.'
               MOVE 12 TO ws-run-rc
               GO TO JOB-END.

           MOVE SPACES TO ws-jl-text.
           IF ws-start-step = 1
               STRING 'JOBSTREAM START - ' DELIMITED BY SIZE
                      ws-step-count DELIMITED BY SIZE
                      ' STEP(S)' DELIMITED BY SIZE
                  INTO ws-jl-text
           ELSE
               STRING 'JOBSTREAM RESTART AT STEP ' DELIMITED BY SIZE
                      ws-start-step DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      ws-restart-name DELIMITED BY SIZE
                      ' - STOPPED ON ' DELIMITED BY SIZE
                      ws-restart-date DELIMITED BY SIZE
                  INTO ws-jl-text.
           PERFORM JOB-LOG-LINE 1 TIMES.

           MOVE 1 TO ind-step.
           PERFORM JOB-SCHEDULE 1 TIMES.
           MOVE 1 TO ind-step.
           PERFORM JOB-KEYS 1 TIMES.

           MOVE ws-start-step TO ind-step.

       JOB-STEP.
           IF ind-step GREATER ws-step-count
               GO TO JOB-COMPLETE.

           MOVE ind-step TO ws-step-disp.
           IF st-runs(ind-step) NOT = 'Y'
               MOVE SPACES TO ws-jl-text
               STRING 'STEP ' DELIMITED BY SIZE
                      ws-step-disp DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      st-name(ind-step) DELIMITED BY SIZE
                      ' SKIPPED - RUNS ON ' DELIMITED BY SIZE
                      st-day(ind-step) DELIMITED BY SIZE
                  INTO ws-jl-text
               PERFORM JOB-LOG-LINE 1 TIMES
               ADD 1 TO ind-step
               GO TO JOB-STEP.

           MOVE SPACES TO ws-jl-text.
           STRING 'STEP ' DELIMITED BY SIZE
                  ws-step-disp DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  st-name(ind-step) DELIMITED BY SIZE
                  ' START ' DELIMITED BY SIZE
                  st-command(ind-step) DELIMITED BY SIZE
                  ' PROFILE ' DELIMITED BY SIZE
                  st-profile(ind-step) DELIMITED BY SIZE
              INTO ws-jl-text.
           PERFORM JOB-LOG-LINE 1 TIMES.
           DISPLAY 'STEP ' ws-step-disp ' ' st-name(ind-step)
                   ' STARTED'.

           PERFORM JOB-RUN THRU JOB-RUN-OUT.

           IF ws-step-rc GREATER st-max-rc(ind-step)
               MOVE 'FAILED' TO ws-step-verdict
           ELSE
               MOVE 'OK' TO ws-step-verdict.
           MOVE SPACES TO ws-jl-text.
           STRING 'STEP ' DELIMITED BY SIZE
                  ws-step-disp DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  st-name(ind-step) DELIMITED BY SIZE
                  ' END RC=' DELIMITED BY SIZE
                  ws-step-rc DELIMITED BY SIZE
                  ' MAX=' DELIMITED BY SIZE
                  st-max-rc(ind-step) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ws-step-verdict DELIMITED BY SPACE
              INTO ws-jl-text.
           PERFORM JOB-LOG-LINE 1 TIMES.
           DISPLAY 'STEP ' ws-step-disp ' ' st-name(ind-step)
                   ' ENDED RC=' ws-step-rc.

           IF ws-step-rc GREATER st-max-rc(ind-step)
               GO TO JOB-STOPPED.

           IF ws-step-rc GREATER ws-high-rc
               MOVE ws-step-rc TO ws-high-rc.
           ADD 1 TO ind-step.
           GO TO JOB-STEP.

      * Every step ran within its limit: the restart point is
      * spent, and the completion line goes last.
       JOB-COMPLETE.
           CALL "CBL_DELETE_FILE" USING ws-restart-file.
           MOVE SPACES TO ws-jl-text.
           STRING 'JOBSTREAM COMPLETE RC=' DELIMITED BY SIZE
                  ws-high-rc DELIMITED BY SIZE
              INTO ws-jl-text.
           PERFORM JOB-LOG-LINE 1 TIMES.
           DISPLAY 'JOBSTREAM COMPLETE.'.
           IF ws-high-rc GREATER 99
               MOVE 99 TO ws-run-rc
           ELSE
               MOVE ws-high-rc TO ws-run-rc.
           GO TO JOB-END.

      * A step went over its limit: remember it for the rerun and
      * stop here. A restart point that cannot be saved is said so,
      * and whatever is left of the file goes, so the rerun starts
      * from the top rather than at some older stop.
       JOB-STOPPED.
           MOVE 'N' TO ws-jr-saved.
           OPEN OUTPUT job-restart.
           IF fs-jr = '00'
               MOVE SPACES TO jr-rec
               MOVE ind-step TO jr-step
               MOVE st-name(ind-step) TO jr-name
               MOVE ws-today TO jr-date
               WRITE jr-rec
               IF fs-jr = '00'
                   MOVE 'Y' TO ws-jr-saved
               END-IF
               CLOSE job-restart.
           IF ws-jr-saved NOT = 'Y'
               CALL "CBL_DELETE_FILE" USING ws-restart-file
               MOVE SPACES TO ws-jl-text
               STRING 'RESTART POINT NOT SAVED - ' DELIMITED BY SIZE
                      ws-restart-file DELIMITED BY SPACE
                      ' CANNOT BE WRITTEN, A RERUN STARTS AT STEP 1'
                          DELIMITED BY SIZE
                  INTO ws-jl-text
               PERFORM JOB-LOG-LINE 1 TIMES
               DISPLAY 'RESTART POINT NOT SAVED - ' ws-restart-file.

           MOVE SPACES TO ws-jl-text.
           STRING 'JOBSTREAM STOPPED AT STEP ' DELIMITED BY SIZE
                  ws-step-disp DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  st-name(ind-step) DELIMITED BY SIZE
                  ' RC=' DELIMITED BY SIZE
                  ws-step-rc DELIMITED BY SIZE
              INTO ws-jl-text.
           PERFORM JOB-LOG-LINE 1 TIMES.
           IF ws-jr-saved = 'Y'
               DISPLAY 'JOBSTREAM STOPPED AT STEP ' ws-step-disp ' '
                       st-name(ind-step) ' - A RERUN RESTARTS THERE.'
           ELSE
               DISPLAY 'JOBSTREAM STOPPED AT STEP ' ws-step-disp ' '
                       st-name(ind-step) ' - A RERUN STARTS AT STEP 1.'.
           MOVE 12 TO ws-run-rc.

       JOB-END.
           CLOSE job-log.
           MOVE SPACES TO ws-key-table, ws-key.
           GO TO END-PROGRAM.

      * Read the control file into the table; the first line that
      * does not make sense stops the stream before anything runs.
       JOB-LOAD.
           READ job-stream
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO ws-line-no
                   IF js-rec NOT = SPACES AND js-rec(1:1) NOT = '*'
                       PERFORM JOB-LOAD-STEP 1 TIMES
                   END-IF
                   GO TO JOB-LOAD
           END-READ.

       JOB-LOAD-STEP.
           IF js-name = SPACES OR js-command = SPACES OR
              js-max-rc NOT NUMERIC OR ws-step-count = 99
               IF ws-bad-line = 0
                   MOVE ws-line-no TO ws-bad-line
               END-IF
           ELSE
               ADD 1 TO ws-step-count
               MOVE js-name TO st-name(ws-step-count)
               MOVE js-command TO st-command(ws-step-count)
               MOVE js-profile TO st-profile(ws-step-count)
               MOVE js-max-rc TO st-max-rc(ws-step-count)
               MOVE FUNCTION UPPER-CASE(js-day) TO
                   st-day(ws-step-count)
               MOVE js-answers TO st-answers(ws-step-count)
               MOVE 'Y' TO st-runs(ws-step-count).
           EXIT.

      * A stopped run left its step behind; start there if that step
      * is still where it was, or wherever it has moved to. A step
      * that is gone altogether is for the operator to sort out.
       JOB-RESTART-CHECK.
           MOVE 1 TO ws-start-step.
           OPEN INPUT job-restart.
           IF fs-jr NOT = '00'
               GO TO JOB-RESTART-CHECK-OUT.

           MOVE SPACES TO jr-rec.
           READ job-restart
               AT END
                   CONTINUE
           END-READ.
           CLOSE job-restart.
           IF jr-name = SPACES
               GO TO JOB-RESTART-CHECK-OUT.

           MOVE jr-name TO ws-restart-name.
           IF jr-date NUMERIC
               MOVE jr-date TO ws-restart-date.
           IF jr-step NUMERIC AND jr-step GREATER 0 AND
              jr-step NOT GREATER ws-step-count
               IF st-name(jr-step) = jr-name
                   MOVE jr-step TO ws-start-step
                   GO TO JOB-RESTART-CHECK-OUT.

           MOVE 0 TO ws-start-step.
           MOVE 1 TO ind-step.

       JOB-RESTART-FIND.
           IF ind-step GREATER ws-step-count
               GO TO JOB-RESTART-CHECK-OUT.
           IF st-name(ind-step) = jr-name
               MOVE ind-step TO ws-start-step
               GO TO JOB-RESTART-CHECK-OUT.
           ADD 1 TO ind-step.
           GO TO JOB-RESTART-FIND.

       JOB-RESTART-CHECK-OUT.
           EXIT.

      * A step with a run-on day only runs on that day of the week.
       JOB-SCHEDULE.
           IF ind-step NOT GREATER ws-step-count
               IF st-day(ind-step) NOT = SPACES AND
                  st-day(ind-step) NOT = day-name(ws-dow)
                   MOVE 'N' TO st-runs(ind-step)
               END-IF
               ADD 1 TO ind-step
               GO TO JOB-SCHEDULE.

      * One key per profile whose steps will run and want one -
      * asked for here so the stream runs unattended from now on.
       JOB-KEYS.
           IF ind-step NOT GREATER ws-step-count
               IF ind-step NOT LESS ws-start-step AND
                  st-runs(ind-step) = 'Y'
                   MOVE 0 TO ws-need-key
                   INSPECT st-answers(ind-step) TALLYING ws-need-key
                       FOR ALL '&K'
                   IF ws-need-key GREATER 0
                       PERFORM JOB-KEY-FIND 1 TIMES
                       IF ws-key-found = 0 AND ws-key-count LESS 99
                           ADD 1 TO ws-key-count
                           MOVE st-profile(ind-step)
                               TO kt-profile(ws-key-count)
                           DISPLAY 'MASTER KEY FOR PROFILE '
                                   st-profile(ind-step)
                                   ' (STEP ' st-name(ind-step) '): '
                               WITH NO ADVANCING
                           ACCEPT kt-key(ws-key-count)
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO ind-step
               GO TO JOB-KEYS.

       JOB-KEY-FIND.
           MOVE 0 TO ws-key-found.
           MOVE 1 TO ind-key.
           PERFORM JOB-KEY-SCAN 1 TIMES.
           EXIT.

       JOB-KEY-SCAN.
           IF ind-key NOT GREATER ws-key-count
               IF kt-profile(ind-key) = st-profile(ind-step)
                   MOVE ind-key TO ws-key-found
               ELSE
                   ADD 1 TO ind-key
                   GO TO JOB-KEY-SCAN.

      * Run one step: its answers onto JOBIN, the command with JOBIN
      * as its console input, JOBIN gone again straight after.
      * CALL "SYSTEM" hands back the wait status, the exit code
      * times 256; a command that could not be started at all comes
      * back negative and counts as a 9.
       JOB-RUN.
           OPEN OUTPUT job-input.
           IF fs-ji NOT = '00'
               MOVE 9 TO ws-step-rc
               DISPLAY 'CANNOT WRITE JOBIN - STEP NOT RUN.'
               GO TO JOB-RUN-OUT.

           MOVE 0 TO ws-ans-len.
           IF st-answers(ind-step) NOT = SPACES
               MOVE FUNCTION REVERSE(st-answers(ind-step))
                   TO ws-ans-rev
               MOVE 0 TO ws-ans-tally
               INSPECT ws-ans-rev TALLYING ws-ans-tally
                   FOR LEADING SPACES
               COMPUTE ws-ans-len = 87 - ws-ans-tally.

           MOVE SPACES TO ji-line.
           MOVE 1 TO ws-ji-ptr, ind-ans.
           PERFORM JOB-ANSWER THRU JOB-ANSWER-OUT.
           WRITE ji-line.
           CLOSE job-input.

           MOVE SPACES TO ws-cmd.
           STRING st-command(ind-step) DELIMITED BY SPACE
                  ' < ' DELIMITED BY SIZE
                  ws-jobin-file DELIMITED BY SPACE
              INTO ws-cmd.
           CALL "SYSTEM" USING ws-cmd.
           MOVE RETURN-CODE TO ws-sys-rc.
           CALL "CBL_DELETE_FILE" USING ws-jobin-file.

           IF ws-sys-rc LESS 0
               MOVE 9 TO ws-step-rc
           ELSE
               IF ws-sys-rc GREATER 255
                   COMPUTE ws-step-rc = ws-sys-rc / 256
               ELSE
                   MOVE ws-sys-rc TO ws-step-rc.

       JOB-RUN-OUT.
           EXIT.

      * Lay the answers out one per JOBIN line: '/' ends a line,
      * &P is the profile (a blank line for the default), &K its
      * master key.
       JOB-ANSWER.
           IF ind-ans GREATER ws-ans-len
               GO TO JOB-ANSWER-OUT.

           IF st-answers(ind-step)(ind-ans:1) = '/'
               WRITE ji-line
               MOVE SPACES TO ji-line
               MOVE 1 TO ws-ji-ptr
               ADD 1 TO ind-ans
               GO TO JOB-ANSWER.

           IF ind-ans LESS ws-ans-len AND
              st-answers(ind-step)(ind-ans:2) = '&P'
               IF st-profile(ind-step) NOT = SPACES
                   STRING st-profile(ind-step) DELIMITED BY SPACE
                      INTO ji-line WITH POINTER ws-ji-ptr
               END-IF
               ADD 2 TO ind-ans
               GO TO JOB-ANSWER.

           IF ind-ans LESS ws-ans-len AND
              st-answers(ind-step)(ind-ans:2) = '&K'
               PERFORM JOB-KEY-FIND 1 TIMES
               IF ws-key-found GREATER 0
                   STRING kt-key(ws-key-found) DELIMITED BY SPACE
                      INTO ji-line WITH POINTER ws-ji-ptr
               END-IF
               ADD 2 TO ind-ans
               GO TO JOB-ANSWER.

           STRING st-answers(ind-step)(ind-ans:1) DELIMITED BY SIZE
              INTO ji-line WITH POINTER ws-ji-ptr.
           ADD 1 TO ind-ans.
           GO TO JOB-ANSWER.

       JOB-ANSWER-OUT.
           EXIT.

      * One JOBLOG line: date and time, then the text - so the
      * stream's verdict always lands in columns 17 onwards.
       JOB-LOG-LINE.
           ACCEPT ws-now FROM TIME.
           MOVE SPACES TO jl-line.
           STRING ws-today DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ws-now(1:6) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ws-jl-text DELIMITED BY SIZE
              INTO jl-line.
           WRITE jl-line.
           EXIT.

       END-PROGRAM.
           MOVE ws-run-rc TO RETURN-CODE.
           STOP RUN.
       END PROGRAM MANAGERJOB.
