      ******************************************************************
      * Author:
      * Date:
      * Purpose: Access-exception report for a profile's AUDITLOG.
      *          Where the MANAGERLOG summary counts activity, this
      *          batch points at the lines a security review asks
      *          about, over a chosen date range:
      *          OUT OF HOURS - a FIND, a password REVEAL or a
      *            SIGNON outside the business hours given (and, if
      *            asked, on a Saturday or Sunday);
      *          BULK LOOKUP - one credential (an operator, MASTER,
      *            INQUIRY, or BATCH for MANAGERQRY callers) looking
      *            up more than the given number of distinct entries
      *            within one clock hour;
      *          BADPSW RUN - that many wrong passwords or more in a
      *            row on the trail;
      *          ESCROW BREAK and BATCH LOCATE - every ESCBREAK and
      *            LOCATE line, whatever the hour.
      *          Each exception line gives the date, the time, the
      *          credential on the line and the rule that fired, in
      *          the EXCREPORT listing, with a count per rule at the
      *          end. Distinct entries are told apart by their
      *          enciphered key columns, which the same entry always
      *          fills the same way, so nothing is deciphered and no
      *          master key is asked for. Read-only and lock-free,
      *          like the MANAGERLOG verify.
      *          Return code 0 when nothing fired, 4 when the listing
      *          holds exceptions, 8 when there was no log to read.
      * Tectonics: GNU-COBOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGEREXC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Files are ASSIGN TO DYNAMIC so PROFILE-BUILD-NAMES can point
      *each one at the chosen profile's own file set, the same scheme
      *MANAGER.cbl uses.
           SELECT audit-log ASSIGN TO DYNAMIC ws-auditlog-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-audit.
           SELECT exc-report ASSIGN TO DYNAMIC ws-excreport-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-excrep.

       DATA DIVISION.
       FILE SECTION.
      * Audit line layout, the same one MANAGER.cbl writes: date in
      * 1-8, time HHMMSScc in 10-17 and action in 19-28 in the
      * clear, the site/account columns enciphered as wheel-position
      * groups in 30-330, the credential in 332-338 and the check
      * value in 341-346. Lines from before this layout are shorter
      * and carry the credential in 92-98.
       FD audit-log.
       01 audit-rec PIC X(346).

       FD exc-report.
       01 exc-report-line PIC X(132).


       WORKING-STORAGE SECTION.
       77 ws-profile-name PIC X(8) VALUE SPACES.
       77 ws-auditlog-file PIC X(40) VALUE 'AUDITLOG'.
       77 ws-excreport-file PIC X(40) VALUE 'EXCREPORT'.

       77 fs-audit PIC X(2).
       77 fs-excrep PIC X(2).

      * The run's rules, as answered - a zero takes the default.
       77 ws-from-date PIC 9(8) VALUE ZERO.
       77 ws-to-date PIC 9(8) VALUE ZERO.
       77 ws-day-start PIC 9(4) VALUE ZERO.
       77 ws-day-end PIC 9(4) VALUE ZERO.
       77 ws-weekend-out PIC X VALUE 'Y'.
       77 ws-max-lookups PIC 99 VALUE ZERO.
       77 ws-max-badpsw PIC 99 VALUE ZERO.

      * The line in hand.
       77 ws-line-date PIC 9(8) VALUE ZERO.
       77 ws-line-hhmm PIC 9(4) VALUE ZERO.
       77 ws-line-act PIC X(10) VALUE SPACES.
       77 ws-line-cred PIC X(7) VALUE SPACES.
       77 ws-line-hour PIC X(10) VALUE SPACES.
       77 ws-line-hash PIC 9(9) VALUE ZERO.
       77 ws-line-dow PIC 9 VALUE 0.
       77 ws-line-no PIC 9(7) VALUE ZERO.
       77 ws-line-used PIC 9(7) VALUE ZERO.
       77 ind-hash PIC 9(3) VALUE 1.

      * The exception being written.
       77 ws-exc-date PIC 9(8) VALUE ZERO.
       77 ws-exc-time PIC X(8) VALUE SPACES.
       77 ws-exc-cred PIC X(7) VALUE SPACES.
       77 ws-exc-rule PIC X(22) VALUE SPACES.
       77 ws-exc-detail PIC X(60) VALUE SPACES.

      * The BADPSW run in progress: its length, where it began.
       77 ws-bad-run PIC 9(5) VALUE ZERO.
       77 ws-bad-date PIC 9(8) VALUE ZERO.
       77 ws-bad-time PIC X(8) VALUE SPACES.

      * One slot per credential seen looking entries up: the clock
      * hour it is counting (date and HH), the distinct entries it
      * has looked up in that hour so far by key hash, and whether
      * that hour has been reported already. Only the first
      * max-lookups + 1 distinct hashes are ever needed.
       77 ws-cred-count PIC 99 VALUE ZERO.
       77 ind-cred PIC 99 VALUE 1.
       77 ws-cred-hit PIC 99 VALUE ZERO.
       77 ws-hash-seen PIC X VALUE 'N'.
       01 ws-cred-table.
         02 cred-entry OCCURS 50.
           03 cred-id PIC X(7).
           03 cred-hour PIC X(10).
           03 cred-distinct PIC 9(3).
           03 cred-flagged PIC X.
           03 cred-hash PIC 9(9) OCCURS 100.

      * Totals per rule.
       77 ws-tot-offhours PIC 9(6) VALUE ZERO.
       77 ws-tot-bulk PIC 9(6) VALUE ZERO.
       77 ws-tot-badrun PIC 9(6) VALUE ZERO.
       77 ws-tot-escbreak PIC 9(6) VALUE ZERO.
       77 ws-tot-locate PIC 9(6) VALUE ZERO.
       77 ws-tot-exc PIC 9(6) VALUE ZERO.

      * Edited fields for the report lines.
       77 ed-count PIC ZZZZZ9.
       77 ed-small PIC Z9.

      * The return code a job stream tests: 0 the run did what it
      * was asked, 4 it did but found something to look at, 8 it
      * did not. A run that leaves early has failed unless the exit
      * says otherwise; the value is handed over last thing, since
      * a CALL resets RETURN-CODE.
       77 ws-run-rc PIC 9 VALUE 8.

       PROCEDURE DIVISION.

       MAINLINE.
           DISPLAY 'MANAGEREXC - ACCESS EXCEPTION REPORT'.
           PERFORM PROFILE-ASK 1 TIMES.
           PERFORM RULES-ASK 1 TIMES.

           OPEN INPUT audit-log.
           IF fs-audit NOT = '00'
               DISPLAY 'NO AUDIT LOG FOUND - NOTHING TO REPORT.'
               GO TO END-PROGRAM.

           OPEN OUTPUT exc-report.
           PERFORM REPORT-HEADER 1 TIMES.

       EXC-READ.
           READ audit-log AT END
               GO TO EXC-DONE.

           ADD 1 TO ws-line-no.
           PERFORM EXC-LINE THRU EXC-LINE-OUT.
           GO TO EXC-READ.

       EXC-DONE.
           CLOSE audit-log.
      *    A run still open at the end of the range is reported too.
           IF ws-bad-run NOT LESS ws-max-badpsw
               PERFORM BADRUN-WRITE 1 TIMES.
           PERFORM REPORT-TOTALS 1 TIMES.
           CLOSE exc-report.

           DISPLAY ws-line-used ' LINE(S) IN RANGE, ' ws-tot-exc
                   ' EXCEPTION(S) - LISTED IN ' ws-excreport-file.
           IF ws-tot-exc GREATER 0
               MOVE 4 TO ws-run-rc
           ELSE
               MOVE 0 TO ws-run-rc.
           GO TO END-PROGRAM.

      * The date range and the rules, one answer each, so a job
      * stream can feed them in.
       RULES-ASK.
           DISPLAY 'FROM DATE YYYYMMDD (0 = START OF LOG): '
               WITH NO ADVANCING.
           ACCEPT ws-from-date.
           DISPLAY 'TO DATE YYYYMMDD (0 = TODAY): '
               WITH NO ADVANCING.
           ACCEPT ws-to-date.
           IF ws-to-date = 0
               ACCEPT ws-to-date FROM DATE YYYYMMDD.
           DISPLAY 'BUSINESS HOURS START HHMM (0 = 0700): '
               WITH NO ADVANCING.
           ACCEPT ws-day-start.
           IF ws-day-start = 0
               MOVE 0700 TO ws-day-start.
           DISPLAY 'BUSINESS HOURS END HHMM (0 = 1900): '
               WITH NO ADVANCING.
           ACCEPT ws-day-end.
           IF ws-day-end = 0
               MOVE 1900 TO ws-day-end.
           DISPLAY 'SATURDAY AND SUNDAY OUT OF HOURS? Y/N: '
               WITH NO ADVANCING.
           ACCEPT ws-weekend-out.
           IF ws-weekend-out = 'n'
               MOVE 'N' TO ws-weekend-out.
           IF ws-weekend-out NOT = 'N'
               MOVE 'Y' TO ws-weekend-out.
           DISPLAY 'MOST DISTINCT LOOKUPS PER HOUR (0 = 20): '
               WITH NO ADVANCING.
           ACCEPT ws-max-lookups.
           IF ws-max-lookups = 0
               MOVE 20 TO ws-max-lookups.
           DISPLAY 'WRONG PASSWORDS IN A ROW TO REPORT (0 = 3): '
               WITH NO ADVANCING.
           ACCEPT ws-max-badpsw.
           IF ws-max-badpsw = 0
               MOVE 3 TO ws-max-badpsw.
           EXIT.

      *----------------------------------------------------------------
      * ONE LOG LINE: in range or not, then every rule in turn.
      *----------------------------------------------------------------
       EXC-LINE.
           IF audit-rec(1:8) NOT NUMERIC
               GO TO EXC-LINE-OUT.
           MOVE audit-rec(1:8) TO ws-line-date.
           IF ws-line-date LESS ws-from-date OR
              ws-line-date GREATER ws-to-date
               GO TO EXC-LINE-OUT.
           ADD 1 TO ws-line-used.

           MOVE audit-rec(19:10) TO ws-line-act.
           IF audit-rec(10:4) NUMERIC
               MOVE audit-rec(10:4) TO ws-line-hhmm
           ELSE
               MOVE 0 TO ws-line-hhmm.
           IF audit-rec(332:7) NOT = SPACES
               MOVE audit-rec(332:7) TO ws-line-cred
           ELSE
               MOVE audit-rec(92:7) TO ws-line-cred.

           MOVE ws-line-date TO ws-exc-date.
           MOVE audit-rec(10:8) TO ws-exc-time.
           MOVE ws-line-cred TO ws-exc-cred.

      *    A BADPSW run is ended by the first line that is not one.
           IF ws-line-act = 'BADPSW'
               IF ws-bad-run = 0
                   MOVE ws-line-date TO ws-bad-date
                   MOVE audit-rec(10:8) TO ws-bad-time
               END-IF
               ADD 1 TO ws-bad-run
               GO TO EXC-LINE-OUT.
           IF ws-bad-run NOT LESS ws-max-badpsw
               PERFORM BADRUN-WRITE 1 TIMES.
           MOVE 0 TO ws-bad-run.

           IF ws-line-act = 'ESCBREAK'
               ADD 1 TO ws-tot-escbreak
               MOVE 'ESCROW BREAK' TO ws-exc-rule
               MOVE 'ESCROW ENVELOPE OPENED'
                   TO ws-exc-detail
               PERFORM EXC-WRITE 1 TIMES
               GO TO EXC-LINE-OUT.

           IF ws-line-act = 'LOCATE'
               ADD 1 TO ws-tot-locate
               MOVE 'BATCH LOCATE' TO ws-exc-rule
               MOVE 'ENTRY LOOKED UP THROUGH MANAGERLOC'
                   TO ws-exc-detail
               PERFORM EXC-WRITE 1 TIMES
               GO TO EXC-LINE-OUT.

           IF ws-line-act NOT = 'FIND' AND NOT = 'REVEAL'
                                       AND NOT = 'SIGNON'
               GO TO EXC-LINE-OUT.

           PERFORM OFFHOURS-CHECK 1 TIMES.
           IF ws-line-act = 'FIND'
               PERFORM BULK-CHECK THRU BULK-CHECK-OUT.

       EXC-LINE-OUT.
           EXIT.

      * Before the day starts, from the end of the day on, or - when
      * asked - any time on a Saturday or Sunday. Day 1 of the
      * integer dates is a Monday.
       OFFHOURS-CHECK.
           MOVE SPACES TO ws-exc-detail.
           IF ws-line-hhmm LESS ws-day-start OR
              ws-line-hhmm NOT LESS ws-day-end
               MOVE 'OUTSIDE BUSINESS HOURS' TO ws-exc-detail.
           IF ws-weekend-out = 'Y' AND ws-exc-detail = SPACES
               IF FUNCTION TEST-DATE-YYYYMMDD(ws-line-date) = 0
                   COMPUTE ws-line-dow = FUNCTION MOD(
                       FUNCTION INTEGER-OF-DATE(ws-line-date) - 1, 7)
                   IF ws-line-dow GREATER 4
                       MOVE 'ON A WEEKEND' TO ws-exc-detail.
           IF ws-exc-detail NOT = SPACES
               ADD 1 TO ws-tot-offhours
               MOVE SPACES TO ws-exc-rule
               STRING 'OUT OF HOURS ' DELIMITED BY SIZE
                      ws-line-act DELIMITED BY SPACE
                   INTO ws-exc-rule
               PERFORM EXC-WRITE 1 TIMES.
           EXIT.

      * Count the entry against its credential's clock hour; the
      * first time the hour goes over the limit it is reported, once.
       BULK-CHECK.
           MOVE audit-rec(10:2) TO ws-line-hour(9:2).
           MOVE audit-rec(1:8) TO ws-line-hour(1:8).
           MOVE 0 TO ws-line-hash.
           MOVE 30 TO ind-hash.
           PERFORM BULK-HASH 1 TIMES.

           MOVE 0 TO ws-cred-hit.
           MOVE 1 TO ind-cred.
           PERFORM BULK-CRED-SCAN 1 TIMES.
           IF ws-cred-hit = 0
               IF ws-cred-count LESS 50
                   ADD 1 TO ws-cred-count
                   MOVE ws-cred-count TO ws-cred-hit
                   MOVE ws-line-cred TO cred-id(ws-cred-hit)
                   MOVE SPACES TO cred-hour(ws-cred-hit)
               ELSE
                   GO TO BULK-CHECK-OUT.

           IF cred-hour(ws-cred-hit) NOT = ws-line-hour
               MOVE ws-line-hour TO cred-hour(ws-cred-hit)
               MOVE 0 TO cred-distinct(ws-cred-hit)
               MOVE 'N' TO cred-flagged(ws-cred-hit).
           IF cred-flagged(ws-cred-hit) = 'Y'
               GO TO BULK-CHECK-OUT.

           MOVE 'N' TO ws-hash-seen.
           MOVE 1 TO ind-hash.
           PERFORM BULK-HASH-SCAN 1 TIMES.
           IF ws-hash-seen = 'Y'
               GO TO BULK-CHECK-OUT.

           ADD 1 TO cred-distinct(ws-cred-hit).
           MOVE ws-line-hash
               TO cred-hash(ws-cred-hit, cred-distinct(ws-cred-hit)).
           IF cred-distinct(ws-cred-hit) GREATER ws-max-lookups
               MOVE 'Y' TO cred-flagged(ws-cred-hit)
               ADD 1 TO ws-tot-bulk
               MOVE 'BULK LOOKUP' TO ws-exc-rule
               MOVE ws-max-lookups TO ed-small
               MOVE SPACES TO ws-exc-detail
               STRING 'MORE THAN ' DELIMITED BY SIZE
                      ed-small DELIMITED BY SIZE
                      ' DISTINCT ENTRIES IN THE HOUR FROM '
                          DELIMITED BY SIZE
                      audit-rec(10:2) DELIMITED BY SIZE
                      ':00' DELIMITED BY SIZE
                   INTO ws-exc-detail
               PERFORM EXC-WRITE 1 TIMES.

       BULK-CHECK-OUT.
           EXIT.

      * Fold the key columns into one number - the same entry always
      * leaves the same columns, so the same number.
       BULK-HASH.
           IF ind-hash GREATER 330
               MOVE 1 TO ind-hash
           ELSE
               COMPUTE ws-line-hash = FUNCTION MOD(ws-line-hash * 31
                   + FUNCTION ORD(audit-rec(ind-hash:1)) * ind-hash,
                   999999937)
               ADD 1 TO ind-hash
               GO TO BULK-HASH.

       BULK-CRED-SCAN.
           IF ind-cred NOT GREATER ws-cred-count
               IF cred-id(ind-cred) = ws-line-cred
                   MOVE ind-cred TO ws-cred-hit
               ELSE
                   ADD 1 TO ind-cred
                   GO TO BULK-CRED-SCAN.

       BULK-HASH-SCAN.
           IF ind-hash NOT GREATER cred-distinct(ws-cred-hit)
               IF cred-hash(ws-cred-hit, ind-hash) = ws-line-hash
                   MOVE 'Y' TO ws-hash-seen
               ELSE
                   ADD 1 TO ind-hash
                   GO TO BULK-HASH-SCAN.

      * A finished run of wrong passwords, dated where it began. The
      * credential column of a BADPSW line says FAILED - nobody was
      * signed on.
       BADRUN-WRITE.
           ADD 1 TO ws-tot-badrun.
           MOVE ws-bad-date TO ws-exc-date.
           MOVE ws-bad-time TO ws-exc-time.
           MOVE 'FAILED' TO ws-exc-cred.
           MOVE 'BADPSW RUN' TO ws-exc-rule.
           MOVE ws-bad-run TO ed-count.
           MOVE SPACES TO ws-exc-detail.
           STRING 'WRONG PASSWORDS IN A ROW:' DELIMITED BY SIZE
                  ed-count DELIMITED BY SIZE
               INTO ws-exc-detail.
           PERFORM EXC-WRITE 1 TIMES.
      *    Put the line in hand back for the rules still to run.
           MOVE ws-line-date TO ws-exc-date.
           MOVE audit-rec(10:8) TO ws-exc-time.
           MOVE ws-line-cred TO ws-exc-cred.
           EXIT.

      *----------------------------------------------------------------
      * THE LISTING: date, time, credential, rule, what was seen.
      *----------------------------------------------------------------
       EXC-WRITE.
           ADD 1 TO ws-tot-exc.
           MOVE SPACES TO exc-report-line.
           MOVE ws-exc-date TO exc-report-line(1:8).
           MOVE ws-exc-time(1:2) TO exc-report-line(10:2).
           MOVE ':' TO exc-report-line(12:1).
           MOVE ws-exc-time(3:2) TO exc-report-line(13:2).
           MOVE ':' TO exc-report-line(15:1).
           MOVE ws-exc-time(5:2) TO exc-report-line(16:2).
           MOVE ws-exc-cred TO exc-report-line(20:7).
           MOVE ws-exc-rule TO exc-report-line(29:22).
           MOVE ws-exc-detail TO exc-report-line(53:60).
           WRITE exc-report-line.
           EXIT.

       REPORT-HEADER.
           MOVE SPACES TO exc-report-line.
           STRING 'ACCESS EXCEPTIONS - ' DELIMITED BY SIZE
                  ws-auditlog-file DELIMITED BY SPACE
                  '   FROM ' DELIMITED BY SIZE
                  ws-from-date DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  ws-to-date DELIMITED BY SIZE
              INTO exc-report-line.
           WRITE exc-report-line.
           MOVE SPACES TO exc-report-line.
           MOVE 'BUSINESS HOURS ' TO exc-report-line(1:15).
           MOVE ws-day-start TO exc-report-line(16:4).
           MOVE ' TO ' TO exc-report-line(20:4).
           MOVE ws-day-end TO exc-report-line(24:4).
           IF ws-weekend-out = 'Y'
               MOVE ', WEEKDAYS ONLY' TO exc-report-line(28:15).
           WRITE exc-report-line.
           MOVE SPACES TO exc-report-line.
           MOVE ws-max-lookups TO ed-small.
           STRING 'BULK LOOKUP OVER ' DELIMITED BY SIZE
                  ed-small DELIMITED BY SIZE
                  ' DISTINCT ENTRIES AN HOUR, BADPSW RUN OF '
                      DELIMITED BY SIZE
              INTO exc-report-line.
           MOVE ws-max-badpsw TO ed-small.
           MOVE ed-small TO exc-report-line(61:2).
           MOVE ' OR MORE' TO exc-report-line(63:8).
           WRITE exc-report-line.
           MOVE SPACES TO exc-report-line.
           WRITE exc-report-line.
           MOVE SPACES TO exc-report-line.
           MOVE 'DATE' TO exc-report-line(1:4).
           MOVE 'TIME' TO exc-report-line(10:4).
           MOVE 'WHO' TO exc-report-line(20:3).
           MOVE 'RULE' TO exc-report-line(29:4).
           MOVE 'SEEN' TO exc-report-line(53:4).
           WRITE exc-report-line.
           EXIT.

       REPORT-TOTALS.
           IF ws-tot-exc = 0
               MOVE SPACES TO exc-report-line
               MOVE '    NONE' TO exc-report-line
               WRITE exc-report-line.
           MOVE SPACES TO exc-report-line.
           WRITE exc-report-line.
           MOVE ws-tot-offhours TO ed-count.
           MOVE SPACES TO exc-report-line.
           STRING 'OUT OF HOURS:  ' DELIMITED BY SIZE
                  ed-count DELIMITED BY SIZE
              INTO exc-report-line.
           WRITE exc-report-line.
           MOVE ws-tot-bulk TO ed-count.
           MOVE SPACES TO exc-report-line.
           STRING 'BULK LOOKUP:   ' DELIMITED BY SIZE
                  ed-count DELIMITED BY SIZE
              INTO exc-report-line.
           WRITE exc-report-line.
           MOVE ws-tot-badrun TO ed-count.
           MOVE SPACES TO exc-report-line.
           STRING 'BADPSW RUN:    ' DELIMITED BY SIZE
                  ed-count DELIMITED BY SIZE
              INTO exc-report-line.
           WRITE exc-report-line.
           MOVE ws-tot-escbreak TO ed-count.
           MOVE SPACES TO exc-report-line.
           STRING 'ESCROW BREAK:  ' DELIMITED BY SIZE
                  ed-count DELIMITED BY SIZE
              INTO exc-report-line.
           WRITE exc-report-line.
           MOVE ws-tot-locate TO ed-count.
           MOVE SPACES TO exc-report-line.
           STRING 'BATCH LOCATE:  ' DELIMITED BY SIZE
                  ed-count DELIMITED BY SIZE
              INTO exc-report-line.
           WRITE exc-report-line.
           MOVE ws-line-used TO ed-count.
           MOVE SPACES TO exc-report-line.
           STRING 'LINES IN RANGE:' DELIMITED BY SIZE
                  ed-count DELIMITED BY SIZE
              INTO exc-report-line.
           WRITE exc-report-line.
           EXIT.

      * Reached only via the bounded PERFORM in MAINLINE - kept out of
      * the mainline paragraph chain so it is prompted for exactly
      * once.
       PROFILE-ASK.
           DISPLAY 'PROFILE (BLANK = DEFAULT): ' WITH NO ADVANCING.
           ACCEPT ws-profile-name.
           PERFORM PROFILE-BUILD-NAMES 1 TIMES.
           EXIT.

      * The default names are set first and the profile-suffixed
      * STRING block is guarded, never skipped over with EXIT - a
      * plain EXIT is a no-op and execution would fall straight
      * through into the STRING block.
       PROFILE-BUILD-NAMES.
           MOVE 'AUDITLOG' TO ws-auditlog-file.
           MOVE 'EXCREPORT' TO ws-excreport-file.

           IF ws-profile-name NOT = SPACES
               MOVE SPACES TO ws-auditlog-file
               STRING 'AUDITLOG-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-auditlog-file
               MOVE SPACES TO ws-excreport-file
               STRING 'EXCREPORT-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-excreport-file.
           EXIT.

       END-PROGRAM.
           MOVE ws-run-rc TO RETURN-CODE.
           STOP RUN.
       END PROGRAM MANAGEREXC.
