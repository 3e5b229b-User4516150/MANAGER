      ******************************************************************
      * Author:
      * Date:
      * Purpose: Access-review attestation report. Every entry of a
      *          profile names a custodian on the CUSTODY file, and
      *          every review cycle MANAGER opens (j on the menu) has
      *          each custodian keep, retire or reassign the entries
      *          they answer for. This batch prints the ATTESTRPT for
      *          the cycle in force: first every entry that needs
      *          somebody's attention - not attested and past the
      *          due date, orphaned because its custodian has been
      *          retired from the OPERATORS roster, or with no
      *          custodian at all - then completion by custodian,
      *          counting the entries each one retired to the bin in
      *          this cycle as done, and a closing total line.
      *          Nothing is deciphered and no master key is asked for:
      *          only clear keys, op-ids and dates are read, and
      *          nothing is written into any vault file.
      *          Return code 0 when nothing needs attention, 4 when
      *          any entry is listed, 8 when the run could not be
      *          made.
      * Tectonics: GNU-COBOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGERATT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Files are ASSIGN TO DYNAMIC so PROFILE-BUILD-NAMES can point
      *each one at the chosen profile's own file set.
           SELECT informations ASSIGN TO DYNAMIC ws-informations-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS rec-key
                                         FILE STATUS IS fs.
           SELECT custody ASSIGN TO DYNAMIC ws-custody-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS cu-key
                                         FILE STATUS IS fs-cu.
           SELECT operators ASSIGN TO DYNAMIC ws-operators-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS op-id
                                         FILE STATUS IS fs-oper.
           SELECT review-cycle ASSIGN TO DYNAMIC ws-reviewcyc-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-rc.
           SELECT att-report ASSIGN TO 'ATTESTRPT'
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-attrep.

       DATA DIVISION.
       FILE SECTION.
       FD informations.
       COPY MANAGER_INFOREC.

      * Custodian and last attestation per entry, the layout
      * MANAGER.cbl keeps. A record with a blank custodian is one
      * master attested for an entry that never had one - the entry
      * still counts as having no custodian, and is listed.
       FD custody.
       01 cu-rec.
         02 cu-key.
           03 cu-site PIC X(40).
           03 cu-account PIC X(20).
         02 cu-op PIC X(7).
         02 cu-att-cycle PIC 9(4).
         02 cu-att-action PIC X.
         02 cu-att-date PIC 9(8).
         02 cu-att-by PIC X(7).

      * Only op-id is looked at - a custodian missing from here has
      * been retired and their entries are orphaned.
       FD operators.
       01 op-rec.
         02 op-id PIC X(7).
         02 op-area.
           03 op-psw PIC 9(5) COMP OCCURS 20.
           03 op-delta PIC 9(5) COMP.
         02 op-role PIC X.

      * The cycle in force: number, opened, due, opened by.
       FD review-cycle.
       01 rc-line PIC X(40).

       FD att-report.
       01 att-report-line PIC X(132).


       WORKING-STORAGE SECTION.
       77 ws-profile-name PIC X(8) VALUE SPACES.
       77 ws-informations-file PIC X(40) VALUE 'INFORMATIONS'.
       77 ws-custody-file PIC X(40) VALUE 'CUSTODY'.
       77 ws-operators-file PIC X(40) VALUE 'OPERATORS'.
       77 ws-reviewcyc-file PIC X(40) VALUE 'REVIEWCYC'.

       77 fs PIC X(2).
       77 fs-cu PIC X(2).
       77 fs-oper PIC X(2).
       77 fs-rc PIC X(2).
       77 fs-attrep PIC X(2).

       77 ws-prof-disp PIC X(8) VALUE SPACES.
       77 ws-today-date PIC 9(8) VALUE ZERO.
       77 ws-past-due PIC X VALUE 'N'.
       77 ws-roster-open PIC X VALUE 'N'.
       77 ws-custody-open PIC X VALUE 'N'.

       01 ws-rc-rec.
         02 rc-cycle PIC 9(4).
         02 rc-opened PIC 9(8).
         02 rc-due PIC 9(8).
         02 rc-by PIC X(7).

      * What is known about the entry in hand.
       77 ws-ent-cust PIC X(7) VALUE SPACES.
       77 ws-ent-live PIC X VALUE 'N'.
       77 ws-ent-done PIC X VALUE 'N'.
       77 ws-ent-why PIC X(14) VALUE SPACES.

      * Totals over the profile.
       77 ws-tot-entries PIC 9(6) VALUE ZERO.
       77 ws-tot-attested PIC 9(6) VALUE ZERO.
       77 ws-tot-retired PIC 9(6) VALUE ZERO.
       77 ws-tot-late PIC 9(6) VALUE ZERO.
       77 ws-tot-orphan PIC 9(6) VALUE ZERO.
       77 ws-tot-none PIC 9(6) VALUE ZERO.
       77 ws-tot-listed PIC 9(6) VALUE ZERO.
       77 ws-done-count PIC 9(6) VALUE ZERO.
       77 ws-due-count PIC 9(6) VALUE ZERO.
       77 ws-pct PIC 9(3) VALUE ZERO.

      * One row per custodian for the completion table. A custodian
      * beyond the table's end still counts in the totals.
       77 ws-cust-count PIC 9(3) VALUE ZERO.
       77 ind-cust PIC 9(3) VALUE 1.
       77 ws-cust-hit PIC 9(3) VALUE ZERO.
       01 ws-cust-table.
         02 cust-entry OCCURS 500.
           03 cust-id PIC X(7).
           03 cust-live PIC X.
           03 cust-entries PIC 9(6).
           03 cust-attested PIC 9(6).
           03 cust-retired PIC 9(6).

      * Edited fields for the report lines.
       77 ed-count PIC ZZZZZ9.
       77 ed-count2 PIC ZZZZZ9.
       77 ed-count3 PIC ZZZZZ9.
       77 ed-count4 PIC ZZZZZ9.
       77 ed-pct PIC ZZ9.
       77 ed-cycle PIC ZZZ9.

      * The return code a job stream tests: 0 the run did what it
      * was asked, 4 it did but found something to look at, 8 it
      * did not. A run that leaves early has failed unless the exit
      * says otherwise; the value is handed over last thing, since
      * a CALL resets RETURN-CODE.
       77 ws-run-rc PIC 9 VALUE 8.

       PROCEDURE DIVISION.

       MAINLINE.
           DISPLAY 'MANAGERATT - ACCESS REVIEW ATTESTATION REPORT'.
           DISPLAY 'PROFILE (BLANK = DEFAULT): ' WITH NO ADVANCING.
           ACCEPT ws-profile-name.
           PERFORM PROFILE-BUILD-NAMES 1 TIMES.
           IF ws-profile-name = SPACES
               MOVE 'DEFAULT' TO ws-prof-disp
           ELSE
               MOVE ws-profile-name TO ws-prof-disp.

           OPEN INPUT informations.
           IF fs NOT = '00'
               DISPLAY 'NO VAULT FOUND FOR ' ws-prof-disp
               MOVE 8 TO ws-run-rc
               GO TO END-PROGRAM.

           ACCEPT ws-today-date FROM DATE YYYYMMDD.
           PERFORM ATT-CYCLE-LOAD 1 TIMES.
           IF rc-cycle GREATER 0 AND ws-today-date GREATER rc-due
               MOVE 'Y' TO ws-past-due.

      *    No custody file yet just means no entry has a custodian;
      *    no roster means every named custodian is orphaned.
           OPEN INPUT custody.
           IF fs-cu = '00'
               MOVE 'Y' TO ws-custody-open.
           OPEN INPUT operators.
           IF fs-oper = '00'
               MOVE 'Y' TO ws-roster-open.

           OPEN OUTPUT att-report.
           IF fs-attrep NOT = '00'
               DISPLAY 'CANNOT WRITE ATTESTRPT - NOTHING REPORTED.'
               MOVE 8 TO ws-run-rc
               GO TO END-PROGRAM.
           PERFORM ATT-HEADER 1 TIMES.

           PERFORM ATT-ENTRY-READ 1 TIMES.
           IF ws-tot-listed = 0
               MOVE SPACES TO att-report-line
               MOVE '    NONE' TO att-report-line
               WRITE att-report-line.

           IF ws-custody-open = 'Y'
               MOVE LOW-VALUES TO cu-key
               START custody KEY NOT LESS cu-key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ATT-RETIRED-READ 1 TIMES
               END-START.

           PERFORM ATT-SUMMARY 1 TIMES.

           CLOSE att-report.
           CLOSE informations, custody, operators.
           DISPLAY 'ATTESTRPT WRITTEN - ' ws-tot-listed
                   ' ENTRY(S) NEED ATTENTION'.
           MOVE 0 TO ws-run-rc.
           IF ws-tot-listed GREATER 0
               MOVE 4 TO ws-run-rc.
           GO TO END-PROGRAM.

       ATT-CYCLE-LOAD.
           MOVE 0 TO rc-cycle, rc-opened, rc-due.
           MOVE SPACES TO rc-by.
           OPEN INPUT review-cycle.
           IF fs-rc = '00'
               READ review-cycle
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE rc-line(1:27) TO ws-rc-rec
               END-READ.
           CLOSE review-cycle.
           IF rc-cycle NOT NUMERIC
               MOVE 0 TO rc-cycle, rc-opened, rc-due.
           EXIT.

       ATT-HEADER.
           MOVE rc-cycle TO ed-cycle.
           MOVE SPACES TO att-report-line.
           STRING 'ACCESS REVIEW - PROFILE ' DELIMITED BY SIZE
                  ws-prof-disp DELIMITED BY SIZE
                  '   RUN: ' DELIMITED BY SIZE
                  ws-today-date DELIMITED BY SIZE
              INTO att-report-line.
           WRITE att-report-line.
           MOVE SPACES TO att-report-line.
           IF rc-cycle = 0
               MOVE 'NO REVIEW CYCLE OPENED - NO ENTRY IS ATTESTED'
                   TO att-report-line
           ELSE
               STRING 'CYCLE ' DELIMITED BY SIZE
                      ed-cycle DELIMITED BY SIZE
                      '   OPENED ' DELIMITED BY SIZE
                      rc-opened DELIMITED BY SIZE
                      ' BY ' DELIMITED BY SIZE
                      rc-by DELIMITED BY SIZE
                      '   DUE ' DELIMITED BY SIZE
                      rc-due DELIMITED BY SIZE
                  INTO att-report-line
               IF ws-past-due = 'Y'
                   MOVE '*** PAST DUE ***' TO att-report-line(60:16).
           WRITE att-report-line.
           MOVE SPACES TO att-report-line.
           WRITE att-report-line.
           MOVE SPACES TO att-report-line.
           IF ws-past-due = 'Y'
               STRING 'ENTRIES UNATTESTED AFTER THE DUE DATE, '
                          DELIMITED BY SIZE
                      'ORPHANED OR WITHOUT A CUSTODIAN'
                          DELIMITED BY SIZE
                  INTO att-report-line
           ELSE
               MOVE 'ENTRIES ORPHANED OR WITHOUT A CUSTODIAN'
                   TO att-report-line.
           WRITE att-report-line.
           MOVE SPACES TO att-report-line.
           MOVE 'SITE' TO att-report-line(1:4).
           MOVE 'ACCOUNT' TO att-report-line(42:7).
           MOVE 'CUSTODIAN' TO att-report-line(63:9).
           MOVE 'WHY' TO att-report-line(73:3).
           WRITE att-report-line.
           EXIT.

      *----------------------------------------------------------------
      * PASS OVER THE ENTRIES: custodian, attested or not, and the
      * detail line for each one that needs attention.
      *----------------------------------------------------------------
       ATT-ENTRY-READ.
           READ informations NEXT
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM ATT-ENTRY THRU ATT-ENTRY-OUT
                   GO TO ATT-ENTRY-READ
           END-READ.

       ATT-ENTRY.
           ADD 1 TO ws-tot-entries.
           MOVE '(NONE)' TO ws-ent-cust.
           MOVE 'N' TO ws-ent-live, ws-ent-done.
           MOVE SPACES TO ws-ent-why.
           IF ws-custody-open = 'Y'
               MOVE rec-key TO cu-key
               READ custody
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF cu-op NOT = SPACES
                           MOVE cu-op TO ws-ent-cust
                           PERFORM ATT-ROSTER-CHECK 1 TIMES
                       END-IF
                       IF rc-cycle GREATER 0 AND
                          cu-att-cycle = rc-cycle
                           MOVE 'Y' TO ws-ent-done
                       END-IF
               END-READ.

           PERFORM ATT-CUST-FIND 1 TIMES.
           IF ws-cust-hit GREATER 0
               ADD 1 TO cust-entries(ws-cust-hit).

      *    An entry nobody on the roster answers for is listed even
      *    when it was attested this cycle - the custodian may have
      *    been retired since, and a keep does not give it an owner.
      *    Only a live custodian's entry counts as attested.
           IF ws-ent-cust = '(NONE)'
               ADD 1 TO ws-tot-none
               MOVE 'NO CUSTODIAN' TO ws-ent-why
           ELSE
               IF ws-ent-live NOT = 'Y'
                   ADD 1 TO ws-tot-orphan
                   MOVE 'ORPHANED' TO ws-ent-why
               ELSE
                   IF ws-ent-done = 'Y'
                       ADD 1 TO ws-tot-attested
                       IF ws-cust-hit GREATER 0
                           ADD 1 TO cust-attested(ws-cust-hit)
                       END-IF
                   ELSE
                       IF ws-past-due = 'Y'
                           ADD 1 TO ws-tot-late
                           MOVE 'OVERDUE' TO ws-ent-why.

           IF ws-ent-why NOT = SPACES
               ADD 1 TO ws-tot-listed
               MOVE SPACES TO att-report-line
               MOVE site-name TO att-report-line(1:40)
               MOVE account-label TO att-report-line(42:20)
               MOVE ws-ent-cust TO att-report-line(63:7)
               MOVE ws-ent-why TO att-report-line(73:14)
               WRITE att-report-line.

       ATT-ENTRY-OUT.
           EXIT.

       ATT-ROSTER-CHECK.
           MOVE 'N' TO ws-ent-live.
           IF ws-roster-open = 'Y'
               MOVE ws-ent-cust TO op-id
               READ operators
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO ws-ent-live
               END-READ.
           EXIT.

      * Row for ws-ent-cust in the custodian table, added on first
      * sight; ws-cust-hit is zero once the table is full.
       ATT-CUST-FIND.
           MOVE 0 TO ws-cust-hit.
           MOVE 1 TO ind-cust.
           PERFORM ATT-CUST-SCAN 1 TIMES.
           IF ws-cust-hit = 0 AND ws-cust-count LESS 500
               ADD 1 TO ws-cust-count
               MOVE ws-cust-count TO ws-cust-hit
               MOVE ws-ent-cust TO cust-id(ws-cust-hit)
               MOVE ws-ent-live TO cust-live(ws-cust-hit)
               MOVE 0 TO cust-entries(ws-cust-hit),
                         cust-attested(ws-cust-hit),
                         cust-retired(ws-cust-hit).
           EXIT.

       ATT-CUST-SCAN.
           IF ind-cust GREATER ws-cust-count
               MOVE 1 TO ind-cust
           ELSE
               IF cust-id(ind-cust) = ws-ent-cust
                   MOVE ind-cust TO ws-cust-hit
                   MOVE 1 TO ind-cust
               ELSE
                   ADD 1 TO ind-cust
                   GO TO ATT-CUST-SCAN.

      *----------------------------------------------------------------
      * PASS OVER CUSTODY: entries retired to the bin in this cycle
      * are gone from INFORMATIONS but count as done for their
      * custodian.
      *----------------------------------------------------------------
       ATT-RETIRED-READ.
           READ custody NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF rc-cycle GREATER 0 AND cu-att-cycle = rc-cycle
                                         AND cu-att-action = 'R'
                       PERFORM ATT-RETIRED 1 TIMES
                   END-IF
                   GO TO ATT-RETIRED-READ
           END-READ.

       ATT-RETIRED.
           MOVE cu-key TO rec-key.
           READ informations
               INVALID KEY
                   MOVE '(NONE)' TO ws-ent-cust
                   MOVE 'N' TO ws-ent-live
                   IF cu-op NOT = SPACES
                       MOVE cu-op TO ws-ent-cust
                       PERFORM ATT-ROSTER-CHECK 1 TIMES
                   END-IF
                   PERFORM ATT-CUST-FIND 1 TIMES
                   ADD 1 TO ws-tot-retired
                   IF ws-cust-hit GREATER 0
                       ADD 1 TO cust-retired(ws-cust-hit)
                   END-IF
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           EXIT.

      *----------------------------------------------------------------
      * COMPLETION BY CUSTODIAN, then the totals.
      *----------------------------------------------------------------
       ATT-SUMMARY.
           MOVE SPACES TO att-report-line.
           WRITE att-report-line.
           MOVE SPACES TO att-report-line.
           MOVE 'COMPLETION BY CUSTODIAN' TO att-report-line.
           WRITE att-report-line.
           MOVE SPACES TO att-report-line.
           MOVE 'CUSTODIAN' TO att-report-line(1:9).
           MOVE 'STATUS' TO att-report-line(12:6).
           MOVE 'ENTRIES' TO att-report-line(24:7).
           MOVE 'ATTESTED' TO att-report-line(33:8).
           MOVE 'RETIRED' TO att-report-line(43:7).
           MOVE 'PENDING' TO att-report-line(52:7).
           MOVE 'DONE %' TO att-report-line(61:6).
           WRITE att-report-line.
           MOVE 1 TO ind-cust.
           PERFORM ATT-SUMMARY-LINE 1 TIMES.

           MOVE SPACES TO att-report-line.
           WRITE att-report-line.
           COMPUTE ws-done-count = ws-tot-attested + ws-tot-retired.
           COMPUTE ws-due-count = ws-tot-entries + ws-tot-retired.
           MOVE 0 TO ws-pct.
           IF ws-due-count GREATER 0
               COMPUTE ws-pct = (ws-done-count * 100) / ws-due-count.
           MOVE ws-done-count TO ed-count.
           MOVE ws-due-count TO ed-count2.
           MOVE ws-pct TO ed-pct.
           MOVE SPACES TO att-report-line.
           STRING 'CYCLE ' DELIMITED BY SIZE
                  ed-cycle DELIMITED BY SIZE
                  ' COMPLETION: ' DELIMITED BY SIZE
                  ed-count DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  ed-count2 DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  ed-pct DELIMITED BY SIZE
                  '%)' DELIMITED BY SIZE
              INTO att-report-line.
           WRITE att-report-line.
           MOVE ws-tot-late TO ed-count.
           MOVE ws-tot-orphan TO ed-count2.
           MOVE ws-tot-none TO ed-count3.
           MOVE SPACES TO att-report-line.
           STRING 'UNATTESTED AFTER DUE DATE: ' DELIMITED BY SIZE
                  ed-count DELIMITED BY SIZE
                  '   ORPHANED: ' DELIMITED BY SIZE
                  ed-count2 DELIMITED BY SIZE
                  '   NO CUSTODIAN: ' DELIMITED BY SIZE
                  ed-count3 DELIMITED BY SIZE
              INTO att-report-line.
           WRITE att-report-line.
           EXIT.

       ATT-SUMMARY-LINE.
           IF ind-cust GREATER ws-cust-count
               MOVE 1 TO ind-cust
           ELSE
               MOVE SPACES TO att-report-line
               MOVE cust-id(ind-cust) TO att-report-line(1:7)
               IF cust-id(ind-cust) = '(NONE)'
                   MOVE '-' TO att-report-line(12:1)
               ELSE
                   IF cust-live(ind-cust) = 'Y'
                       MOVE 'ACTIVE' TO att-report-line(12:6)
                   ELSE
                       MOVE 'RETIRED - ORPHANED' TO
                           att-report-line(12:18)
                   END-IF
               END-IF
               MOVE cust-entries(ind-cust) TO ed-count
               MOVE cust-attested(ind-cust) TO ed-count2
               MOVE cust-retired(ind-cust) TO ed-count3
               COMPUTE ws-due-count = cust-entries(ind-cust)
                                    - cust-attested(ind-cust)
               MOVE ws-due-count TO ed-count4
               MOVE 0 TO ws-pct
               IF cust-entries(ind-cust) + cust-retired(ind-cust)
                       GREATER 0
                   COMPUTE ws-pct = ((cust-attested(ind-cust)
                                    + cust-retired(ind-cust)) * 100)
                                  / (cust-entries(ind-cust)
                                    + cust-retired(ind-cust))
               END-IF
               MOVE ws-pct TO ed-pct
               MOVE ed-count TO att-report-line(25:6)
               MOVE ed-count2 TO att-report-line(35:6)
               MOVE ed-count3 TO att-report-line(44:6)
               MOVE ed-count4 TO att-report-line(53:6)
               MOVE ed-pct TO att-report-line(64:3)
               WRITE att-report-line
               ADD 1 TO ind-cust
               GO TO ATT-SUMMARY-LINE.

      * The default names are set first and the profile-suffixed
      * STRING block is guarded, never skipped over with EXIT - a
      * plain EXIT is a no-op and execution would fall straight
      * through into the STRING block.
       PROFILE-BUILD-NAMES.
           MOVE 'INFORMATIONS' TO ws-informations-file.
           MOVE 'CUSTODY' TO ws-custody-file.
           MOVE 'OPERATORS' TO ws-operators-file.
           MOVE 'REVIEWCYC' TO ws-reviewcyc-file.

           IF ws-profile-name NOT = SPACES
               MOVE SPACES TO ws-informations-file
               STRING 'INFORMATIONS-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-informations-file
               MOVE SPACES TO ws-custody-file
               STRING 'CUSTODY-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-custody-file
               MOVE SPACES TO ws-operators-file
               STRING 'OPERATORS-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-operators-file
               MOVE SPACES TO ws-reviewcyc-file
               STRING 'REVIEWCYC-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-reviewcyc-file.
           EXIT.

       END-PROGRAM.
           MOVE ws-run-rc TO RETURN-CODE.
           STOP RUN.
       END PROGRAM MANAGERATT.
