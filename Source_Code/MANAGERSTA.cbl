      ******************************************************************
      * Author:
      * Date:
      * Purpose: Estate-wide vault status report. With a dozen
      *          profiles on disk, checking their health used to mean
      *          running MANAGERBAK, MANAGERLOG VERIFY, MANAGERCHK and
      *          MANAGERPRG once per profile and reading each report
      *          in turn. This utility walks the default profile and
      *          every named profile it is given, the way MANAGERLOC
      *          does, and prints one STAREPORT page per profile:
      *          the INFORMATIONS and DELETEDINF record counts, the
      *          newest BAKCATLG generation, the AUDITLOG check-value
      *          chain (verified exactly as MANAGERLOG VERIFY does it)
      *          and the date of its last ARCHIVE line, any VAULTLOCK
      *          left behind and its age, a JOURNAL whose last line is
      *          a BEG with no END, whether the ESCROW envelope is
      *          sealed, and whether SETTINGS requires a key file.
      *          A profile that is behind on any of these - backup or
      *          archive older than the limits given at the start, a
      *          broken chain, a stale lock, an unfinished journal
      *          entry, no sealed envelope - is flagged ATTENTION with
      *          one line per reason, and a closing summary page lists
      *          every profile with its verdict.
      *          Nothing is deciphered and no master key is asked for:
      *          every item read is a clear key, a clear flag byte or
      *          a clear date. Nothing is written into any vault file
      *          and no lock is taken - the report is a read-only look
      *          and must be safe to run beside live sessions.
      * Tectonics: GNU-COBOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGERSTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Files are ASSIGN TO DYNAMIC and re-pointed at each candidate
      *profile's own names as the scan walks the list.
           SELECT informations ASSIGN TO DYNAMIC ws-informations-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS rec-key
                                         FILE STATUS IS fs.
           SELECT deleted-informations ASSIGN TO DYNAMIC
                                         ws-deletedinf-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS del-rec-key
                                         FILE STATUS IS fs-del.
           SELECT settings ASSIGN TO DYNAMIC ws-settings-file
                                         FILE STATUS IS fs-settings.
           SELECT audit-log ASSIGN TO DYNAMIC ws-auditlog-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-audit.
           SELECT bak-catalog ASSIGN TO DYNAMIC ws-catalog-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-catalog.
           SELECT vault-lock ASSIGN TO DYNAMIC ws-vaultlock-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-lock.
           SELECT journal ASSIGN TO DYNAMIC ws-journal-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-journal.
           SELECT escrow ASSIGN TO DYNAMIC ws-escrow-file
                                         FILE STATUS IS fs-esc.
           SELECT sta-report ASSIGN TO 'STAREPORT'
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-starep.

       DATA DIVISION.
       FILE SECTION.
       FD informations.
       COPY MANAGER_INFOREC.

      * Recycle-bin layout, the same one MANAGER.cbl writes - only
      * counted here.
       FD deleted-informations.
       01 del-rec.
         02 del-rec-key.
           03 del-site-name PIC X(40).
           03 del-account-label PIC X(20).
         02 del-timestamp PIC X(16).
         02 del-pasw-changed-date PIC 9(8).
         02 del-comp-informations PIC 9(5) COMP OCCURS 210.

      * Only keyfile-flag is looked at - the position areas stay
      * untouched.
       FD settings.
       COPY MANAGER_SETREC.

      * Audit line layout, the same one MANAGER.cbl writes: date,
      * time and action in the clear, the check value chained over
      * columns 1-340 into columns 341-346.
       FD audit-log.
       01 audit-rec PIC X(346).

      * MANAGERBAK's generation catalog: 'G', generation number,
      * date, time and member mask.
       FD bak-catalog.
       01 catalog-line PIC X(46).

      * Single-writer lock: one line saying when the lock was taken
      * and by which program. Its existence IS the lock.
       FD vault-lock.
       01 lock-line PIC X(40).

      * Write-ahead journal: state BEG/END in columns 1-3, the
      * action in 5-12 and the clear site name in 13-52. A last line
      * still reading BEG is an update MANAGER never finished and
      * will roll forward at its next startup.
       FD journal.
       01 jrnl-line PIC X(1450).

      * MANAGERESC's sealed recovery envelope - only esc-set is read.
       FD escrow.
       01 esc-rec.
         02 esc-psw PIC 9(5) COMP OCCURS 20.
         02 esc-delta PIC 9(5) COMP.
         02 esc-set PIC X.

       FD sta-report.
       01 sta-report-line PIC X(132).


       WORKING-STORAGE SECTION.
       77 ws-profile-name PIC X(8) VALUE SPACES.
       77 ws-informations-file PIC X(40) VALUE 'INFORMATIONS'.
       77 ws-deletedinf-file PIC X(40) VALUE 'DELETEDINF'.
       77 ws-settings-file PIC X(40) VALUE 'SETTINGS'.
       77 ws-auditlog-file PIC X(40) VALUE 'AUDITLOG'.
       77 ws-catalog-file PIC X(40) VALUE 'BAKCATLG'.
       77 ws-vaultlock-file PIC X(40) VALUE 'VAULTLOCK'.
       77 ws-journal-file PIC X(40) VALUE 'JOURNAL'.
       77 ws-escrow-file PIC X(40) VALUE 'ESCROW'.

       77 fs PIC X(2).
       77 fs-del PIC X(2).
       77 fs-settings PIC X(2).
       77 fs-audit PIC X(2).
       77 fs-catalog PIC X(2).
       77 fs-lock PIC X(2).
       77 fs-journal PIC X(2).
       77 fs-esc PIC X(2).
       77 fs-starep PIC X(2).

       01 ws-file-info.
         02 ws-file-size PIC 9(18) COMP-X.
         02 FILLER PIC X(8).

      * Limits the overdue flags are measured against; a blank answer
      * at the prompt keeps the default.
       77 ws-bak-days PIC 9(4) VALUE ZERO.
       77 ws-arc-days PIC 9(4) VALUE ZERO.
       77 ws-today-date PIC 9(8) VALUE ZERO.
       77 ws-today-int PIC 9(8) COMP VALUE ZERO.
       77 ws-then-int PIC 9(8) COMP VALUE ZERO.
       77 ws-age-days PIC 9(5) VALUE ZERO.

       77 ws-prof-disp PIC X(8) VALUE SPACES.
       77 ws-scanned-count PIC 9(4) VALUE ZERO.
       77 ws-flagged-count PIC 9(4) VALUE ZERO.
       77 ws-page-no PIC 9(4) VALUE ZERO.

      * What one profile's pass found.
       77 ws-inf-count PIC 9(6) VALUE ZERO.
       77 ws-del-count PIC 9(6) VALUE ZERO.
       77 ws-bak-date PIC 9(8) VALUE ZERO.
       77 ws-bak-gens PIC 9(4) VALUE ZERO.
       77 ws-chain-state PIC X VALUE SPACE.
         88 chain-intact VALUE 'I'.
         88 chain-broken VALUE 'B'.
         88 chain-no-log VALUE 'N'.
       77 ws-vline-no PIC 9(6) VALUE ZERO.
       77 ws-legacy-count PIC 9(6) VALUE ZERO.
       77 ws-break-line PIC 9(6) VALUE ZERO.
       77 ws-first-date PIC 9(8) VALUE ZERO.
       77 ws-arc-date PIC 9(8) VALUE ZERO.
       77 ws-lock-found PIC X VALUE 'N'.
       77 ws-lock-info PIC X(40) VALUE SPACES.
       77 ws-lock-date PIC 9(8) VALUE ZERO.
       77 ws-jrnl-state PIC X(3) VALUE SPACES.
       77 ws-jrnl-action PIC X(8) VALUE SPACES.
       77 ws-jrnl-site PIC X(40) VALUE SPACES.
       77 ws-esc-state PIC X VALUE SPACE.
       77 ws-kf-state PIC X VALUE SPACE.

      * Reasons a profile needs attention, one report line each.
       77 ws-flag-count PIC 9 VALUE 0.
       77 ind-flag PIC 9 VALUE 1.
       77 ws-flag-text PIC X(60) VALUE SPACES.
       01 ws-flag-table.
         02 flag-text PIC X(60) OCCURS 8.

      * One verdict per scanned profile for the closing summary.
       77 ind-prof PIC 9(3) VALUE 1.
       01 ws-prof-table.
         02 prof-entry OCCURS 200.
           03 prof-name PIC X(8).
           03 prof-flags PIC 9.

      * Label and value for one detail line of a profile page.
       77 ws-sta-label PIC X(34) VALUE SPACES.
       77 ws-sta-value PIC X(96) VALUE SPACES.

      * Audit-chain arithmetic, the same as every AUDITLOG writer
      * and the MANAGERLOG verify mode.
       77 ws-audit-chain PIC 9(6) VALUE ZERO.
       77 ws-chain-work PIC 9(6) VALUE ZERO.
       77 ws-chain-disp PIC X(6) VALUE SPACES.
       77 ind-chn PIC 9(3) VALUE 1.

       PROCEDURE DIVISION.

       MAINLINE.
           DISPLAY 'MANAGERSTA - ESTATE-WIDE VAULT STATUS REPORT'.
           DISPLAY 'FLAG BACKUPS OLDER THAN HOW MANY DAYS'
                   ' (BLANK = 7): ' WITH NO ADVANCING.
           ACCEPT ws-bak-days.
           IF ws-bak-days = ZERO
               MOVE 7 TO ws-bak-days.
           DISPLAY 'FLAG AUDIT LOGS NOT ARCHIVED FOR HOW MANY DAYS'
                   ' (BLANK = 90): ' WITH NO ADVANCING.
           ACCEPT ws-arc-days.
           IF ws-arc-days = ZERO
               MOVE 90 TO ws-arc-days.

           ACCEPT ws-today-date FROM DATE YYYYMMDD.
           COMPUTE ws-today-int =
                   FUNCTION INTEGER-OF-DATE(ws-today-date).

           OPEN OUTPUT sta-report.

      *    The default profile goes first; named profiles follow
      *    until a blank entry ends the list.
           MOVE SPACES TO ws-profile-name.
           PERFORM STA-SCAN 1 TIMES.

       STA-NEXT-PROFILE.
           DISPLAY 'PROFILE TO SCAN (BLANK = DONE): '
               WITH NO ADVANCING.
           ACCEPT ws-profile-name.
           IF ws-profile-name = SPACES
               GO TO STA-SUMMARY.

           PERFORM STA-SCAN 1 TIMES.
           GO TO STA-NEXT-PROFILE.

      * Scan one candidate profile: point the dynamic names at it,
      * skip it quietly when its INFORMATIONS is not on disk, look at
      * every piece in turn, then print its page.
       STA-SCAN.
           PERFORM PROFILE-BUILD-NAMES 1 TIMES.
           IF ws-profile-name = SPACES
               MOVE 'DEFAULT' TO ws-prof-disp
           ELSE
               MOVE ws-profile-name TO ws-prof-disp.

           CALL "CBL_CHECK_FILE_EXIST" USING ws-informations-file,
                                             ws-file-info.
           IF RETURN-CODE NOT = 0
               DISPLAY 'NO VAULT ON DISK FOR ' ws-prof-disp
           ELSE
               PERFORM STA-PROFILE 1 TIMES.
           EXIT.

       STA-PROFILE.
           ADD 1 TO ws-scanned-count.
           MOVE 0 TO ws-flag-count.
           MOVE SPACES TO ws-flag-table.

           PERFORM STA-COUNT-INF 1 TIMES.
           PERFORM STA-COUNT-DEL 1 TIMES.
           PERFORM STA-CATALOG 1 TIMES.
           PERFORM STA-AUDIT 1 TIMES.
           PERFORM STA-LOCK 1 TIMES.
           PERFORM STA-JOURNAL 1 TIMES.
           PERFORM STA-ESCROW 1 TIMES.
           PERFORM STA-SETTINGS 1 TIMES.
           PERFORM STA-PAGE 1 TIMES.

           IF ws-scanned-count NOT GREATER 200
               MOVE ws-prof-disp TO prof-name(ws-scanned-count)
               MOVE ws-flag-count TO prof-flags(ws-scanned-count).
           IF ws-flag-count = 0
               DISPLAY ws-prof-disp ': OK'
           ELSE
               ADD 1 TO ws-flagged-count
               DISPLAY ws-prof-disp ': ' ws-flag-count
                       ' ITEM(S) NEED ATTENTION'.
           EXIT.

      *----------------------------------------------------------------
      * RECORD COUNTS: live entries and recycle-bin entries.
      *----------------------------------------------------------------
       STA-COUNT-INF.
           MOVE 0 TO ws-inf-count.
           OPEN INPUT informations.
           IF fs = '00'
               PERFORM STA-COUNT-INF-READ 1 TIMES.
           CLOSE informations.
           EXIT.

       STA-COUNT-INF-READ.
           READ informations NEXT
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO ws-inf-count
                   GO TO STA-COUNT-INF-READ
           END-READ.

       STA-COUNT-DEL.
           MOVE 0 TO ws-del-count.
           OPEN INPUT deleted-informations.
           IF fs-del = '00'
               PERFORM STA-COUNT-DEL-READ 1 TIMES.
           CLOSE deleted-informations.
           EXIT.

       STA-COUNT-DEL-READ.
           READ deleted-informations NEXT
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO ws-del-count
                   GO TO STA-COUNT-DEL-READ
           END-READ.

      *----------------------------------------------------------------
      * BACKUP: the newest generation date on the profile's catalog.
      *----------------------------------------------------------------
       STA-CATALOG.
           MOVE 0 TO ws-bak-date, ws-bak-gens.
           OPEN INPUT bak-catalog.
           IF fs-catalog = '00'
               PERFORM STA-CATALOG-READ 1 TIMES
               CLOSE bak-catalog.

           IF ws-bak-date = ZERO
               MOVE 'NO BACKUP GENERATION ON THE CATALOG'
                   TO ws-flag-text
               PERFORM STA-FLAG 1 TIMES
           ELSE
               MOVE ws-bak-date TO ws-lock-date
               PERFORM STA-AGE 1 TIMES
               IF ws-age-days GREATER ws-bak-days
                   MOVE SPACES TO ws-flag-text
                   STRING 'LAST BACKUP IS ' DELIMITED BY SIZE
                          ws-age-days DELIMITED BY SIZE
                          ' DAYS OLD' DELIMITED BY SIZE
                      INTO ws-flag-text
                   PERFORM STA-FLAG 1 TIMES.
           EXIT.

       STA-CATALOG-READ.
           READ bak-catalog
               AT END
                   CONTINUE
               NOT AT END
                   IF catalog-line(1:1) = 'G' AND
                      catalog-line(7:8) NUMERIC
                       ADD 1 TO ws-bak-gens
                       IF catalog-line(7:8) GREATER ws-bak-date
                           MOVE catalog-line(7:8) TO ws-bak-date
                       END-IF
                   END-IF
                   GO TO STA-CATALOG-READ
           END-READ.

      *----------------------------------------------------------------
      * AUDIT TRAIL: the MANAGERLOG verify walk, carried on past a
      * break so the same pass also finds the last ARCHIVE line.
      *----------------------------------------------------------------
       STA-AUDIT.
           MOVE 0 TO ws-audit-chain, ws-vline-no, ws-legacy-count,
                     ws-break-line, ws-first-date, ws-arc-date.
           OPEN INPUT audit-log.
           IF fs-audit NOT = '00'
               MOVE 'N' TO ws-chain-state
           ELSE
               MOVE 'I' TO ws-chain-state
               PERFORM STA-AUDIT-READ 1 TIMES
               CLOSE audit-log.

           IF chain-broken
               MOVE SPACES TO ws-flag-text
               STRING 'AUDIT CHAIN BREAKS AT LINE ' DELIMITED BY SIZE
                      ws-break-line DELIMITED BY SIZE
                  INTO ws-flag-text
               PERFORM STA-FLAG 1 TIMES.

      *    A log never archived is only overdue once its oldest line
      *    is past the limit - a young profile has nothing to cut.
           IF ws-arc-date NOT = ZERO
               MOVE ws-arc-date TO ws-lock-date
           ELSE
               MOVE ws-first-date TO ws-lock-date.
           IF ws-lock-date NOT = ZERO
               PERFORM STA-AGE 1 TIMES
               IF ws-age-days GREATER ws-arc-days
                   MOVE SPACES TO ws-flag-text
                   IF ws-arc-date = ZERO
                       STRING 'AUDIT LOG NEVER ARCHIVED, OLDEST LINE '
                                  DELIMITED BY SIZE
                              ws-age-days DELIMITED BY SIZE
                              ' DAYS' DELIMITED BY SIZE
                          INTO ws-flag-text
                   ELSE
                       STRING 'LAST ARCHIVE IS ' DELIMITED BY SIZE
                              ws-age-days DELIMITED BY SIZE
                              ' DAYS OLD' DELIMITED BY SIZE
                          INTO ws-flag-text
                   END-IF
                   PERFORM STA-FLAG 1 TIMES.
           EXIT.

       STA-AUDIT-READ.
           READ audit-log
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM STA-AUDIT-LINE 1 TIMES
                   GO TO STA-AUDIT-READ
           END-READ.

       STA-AUDIT-LINE.
           ADD 1 TO ws-vline-no.
           IF ws-first-date = ZERO AND audit-rec(1:8) NUMERIC
               MOVE audit-rec(1:8) TO ws-first-date.
           IF audit-rec(19:10) = 'ARCHIVE' AND audit-rec(1:8) NUMERIC
               MOVE audit-rec(1:8) TO ws-arc-date.

           PERFORM AUDIT-CHAIN-CALC 1 TIMES.
      *    A line without a check value is legacy, counted and
      *    carried; the first mismatch is the break, and every line
      *    after it is only looked at for its date and action.
           IF audit-rec(341:6) NOT NUMERIC
               ADD 1 TO ws-legacy-count
               MOVE ws-chain-work TO ws-audit-chain
           ELSE
               MOVE ws-chain-work TO ws-chain-disp
               IF chain-intact AND audit-rec(341:6) NOT = ws-chain-disp
                   MOVE 'B' TO ws-chain-state
                   MOVE ws-vline-no TO ws-break-line
               END-IF
               MOVE audit-rec(341:6) TO ws-audit-chain.
           EXIT.

      *----------------------------------------------------------------
      * LOCK: a lock taken today may belong to a live session; one
      * from an earlier day was left behind by a crash.
      *----------------------------------------------------------------
       STA-LOCK.
           MOVE 'N' TO ws-lock-found.
           MOVE SPACES TO ws-lock-info.
           OPEN INPUT vault-lock.
           IF fs-lock = '00'
               MOVE 'Y' TO ws-lock-found
               READ vault-lock
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE lock-line TO ws-lock-info
               END-READ
               CLOSE vault-lock.

           IF ws-lock-found = 'Y'
               MOVE 0 TO ws-age-days
               IF ws-lock-info(1:8) NUMERIC
                   MOVE ws-lock-info(1:8) TO ws-lock-date
                   PERFORM STA-AGE 1 TIMES
               END-IF
               IF ws-age-days GREATER 0 OR
                  ws-lock-info(1:8) NOT NUMERIC
                   MOVE SPACES TO ws-flag-text
                   STRING 'VAULTLOCK LEFT BEHIND: ' DELIMITED BY SIZE
                          ws-lock-info DELIMITED BY SIZE
                      INTO ws-flag-text
                   PERFORM STA-FLAG 1 TIMES.
           EXIT.

      *----------------------------------------------------------------
      * JOURNAL: only the last line matters - a BEG there was never
      * matched by its END.
      *----------------------------------------------------------------
       STA-JOURNAL.
           MOVE SPACES TO ws-jrnl-state, ws-jrnl-action, ws-jrnl-site.
           OPEN INPUT journal.
           IF fs-journal = '00'
               PERFORM STA-JOURNAL-READ 1 TIMES
               CLOSE journal.

           IF ws-jrnl-state = 'BEG'
               MOVE SPACES TO ws-flag-text
               STRING 'JOURNAL HOLDS AN UNFINISHED ' DELIMITED BY SIZE
                      ws-jrnl-action DELIMITED BY SPACE
                  INTO ws-flag-text
               PERFORM STA-FLAG 1 TIMES.
           EXIT.

       STA-JOURNAL-READ.
           READ journal
               AT END
                   CONTINUE
               NOT AT END
                   MOVE jrnl-line(1:3) TO ws-jrnl-state
                   MOVE jrnl-line(5:8) TO ws-jrnl-action
                   MOVE jrnl-line(13:40) TO ws-jrnl-site
                   GO TO STA-JOURNAL-READ
           END-READ.

      *----------------------------------------------------------------
      * ESCROW and KEY FILE: one flag byte each.
      *----------------------------------------------------------------
       STA-ESCROW.
           MOVE 'N' TO ws-esc-state.
           OPEN INPUT escrow.
           IF fs-esc = '00'
               READ escrow
                   AT END
                       CONTINUE
                   NOT AT END
                       IF esc-set = 'Y'
                           MOVE 'Y' TO ws-esc-state
                       END-IF
               END-READ
               CLOSE escrow.

           IF ws-esc-state NOT = 'Y'
               MOVE 'NO SEALED ESCROW ENVELOPE' TO ws-flag-text
               PERFORM STA-FLAG 1 TIMES.
           EXIT.

       STA-SETTINGS.
           MOVE SPACE TO ws-kf-state.
           OPEN INPUT settings.
           IF fs-settings = '00'
               READ settings
                   AT END
                       CONTINUE
                   NOT AT END
                       IF keyfile-flag = 'Y'
                           MOVE 'Y' TO ws-kf-state
                       ELSE
                           MOVE 'N' TO ws-kf-state
                       END-IF
               END-READ
               CLOSE settings.

           IF ws-kf-state = SPACE
               MOVE 'SETTINGS MISSING OR UNREADABLE' TO ws-flag-text
               PERFORM STA-FLAG 1 TIMES.
           EXIT.

      * Days from ws-lock-date to today, into ws-age-days.
       STA-AGE.
           COMPUTE ws-then-int =
                   FUNCTION INTEGER-OF-DATE(ws-lock-date).
           IF ws-then-int GREATER ws-today-int
               MOVE 0 TO ws-age-days
           ELSE
               COMPUTE ws-age-days = ws-today-int - ws-then-int.
           EXIT.

       STA-FLAG.
           IF ws-flag-count LESS 8
               ADD 1 TO ws-flag-count
               MOVE ws-flag-text TO flag-text(ws-flag-count).
           EXIT.

      *----------------------------------------------------------------
      * ONE PAGE PER PROFILE.
      *----------------------------------------------------------------
       STA-PAGE.
           ADD 1 TO ws-page-no.
           IF ws-page-no NOT = 1
               MOVE SPACES TO sta-report-line
               WRITE sta-report-line AFTER ADVANCING PAGE.
           MOVE SPACES TO sta-report-line.
           STRING 'VAULT STATUS - PROFILE ' DELIMITED BY SIZE
                  ws-prof-disp DELIMITED BY SIZE
                  '   RUN: ' DELIMITED BY SIZE
                  ws-today-date DELIMITED BY SIZE
                  '   PAGE: ' DELIMITED BY SIZE
                  ws-page-no DELIMITED BY SIZE
              INTO sta-report-line.
           WRITE sta-report-line.
           MOVE SPACES TO sta-report-line.
           WRITE sta-report-line.

           MOVE 'ENTRIES (INFORMATIONS)' TO ws-sta-label.
           MOVE ws-inf-count TO ws-sta-value.
           PERFORM STA-PUT 1 TIMES.

           MOVE 'RECYCLE BIN (DELETEDINF)' TO ws-sta-label.
           MOVE ws-del-count TO ws-sta-value.
           PERFORM STA-PUT 1 TIMES.

           MOVE 'NEWEST BACKUP GENERATION' TO ws-sta-label.
           MOVE SPACES TO ws-sta-value.
           IF ws-bak-date = ZERO
               MOVE 'NONE ON THE CATALOG' TO ws-sta-value
           ELSE
               STRING ws-bak-date DELIMITED BY SIZE
                      '  (' DELIMITED BY SIZE
                      ws-bak-gens DELIMITED BY SIZE
                      ' GENERATION(S) CATALOGUED)' DELIMITED BY SIZE
                  INTO ws-sta-value.
           PERFORM STA-PUT 1 TIMES.

           MOVE 'AUDIT CHAIN' TO ws-sta-label.
           MOVE SPACES TO ws-sta-value.
           IF chain-no-log
               MOVE 'NO AUDIT LOG' TO ws-sta-value.
           IF chain-intact
               STRING 'INTACT - ' DELIMITED BY SIZE
                      ws-vline-no DELIMITED BY SIZE
                      ' LINE(S), ' DELIMITED BY SIZE
                      ws-legacy-count DELIMITED BY SIZE
                      ' LEGACY WITHOUT CHECK VALUE' DELIMITED BY SIZE
                  INTO ws-sta-value.
           IF chain-broken
               STRING 'BROKEN AT LINE ' DELIMITED BY SIZE
                      ws-break-line DELIMITED BY SIZE
                      ' OF ' DELIMITED BY SIZE
                      ws-vline-no DELIMITED BY SIZE
                  INTO ws-sta-value.
           PERFORM STA-PUT 1 TIMES.

           MOVE 'LAST ARCHIVE' TO ws-sta-label.
           IF ws-arc-date = ZERO
               MOVE 'NEVER' TO ws-sta-value
           ELSE
               MOVE ws-arc-date TO ws-sta-value.
           PERFORM STA-PUT 1 TIMES.

           MOVE 'VAULT LOCK' TO ws-sta-label.
           MOVE SPACES TO ws-sta-value.
           IF ws-lock-found NOT = 'Y'
               MOVE 'NONE' TO ws-sta-value
           ELSE
               IF ws-lock-info(1:8) NUMERIC
                   MOVE ws-lock-info(1:8) TO ws-lock-date
                   PERFORM STA-AGE 1 TIMES
                   STRING ws-lock-info DELIMITED BY SIZE
                          '  AGE ' DELIMITED BY SIZE
                          ws-age-days DELIMITED BY SIZE
                          ' DAY(S)' DELIMITED BY SIZE
                      INTO ws-sta-value
               ELSE
                   STRING ws-lock-info DELIMITED BY SIZE
                          '  AGE UNKNOWN' DELIMITED BY SIZE
                      INTO ws-sta-value.
           PERFORM STA-PUT 1 TIMES.

           MOVE 'JOURNAL' TO ws-sta-label.
           MOVE SPACES TO ws-sta-value.
           IF ws-jrnl-state = 'BEG'
               STRING 'BEG WITHOUT END - ' DELIMITED BY SIZE
                      ws-jrnl-action DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      ws-jrnl-site DELIMITED BY SIZE
                  INTO ws-sta-value
           ELSE
               MOVE 'CLEAN' TO ws-sta-value.
           PERFORM STA-PUT 1 TIMES.

           MOVE 'ESCROW ENVELOPE' TO ws-sta-label.
           IF ws-esc-state = 'Y'
               MOVE 'SEALED' TO ws-sta-value
           ELSE
               MOVE 'NOT SEALED' TO ws-sta-value.
           PERFORM STA-PUT 1 TIMES.

           MOVE 'KEY FILE' TO ws-sta-label.
           IF ws-kf-state = 'Y'
               MOVE 'REQUIRED' TO ws-sta-value
           ELSE
               IF ws-kf-state = 'N'
                   MOVE 'NOT REQUIRED' TO ws-sta-value
               ELSE
                   MOVE 'UNKNOWN - NO SETTINGS' TO ws-sta-value.
           PERFORM STA-PUT 1 TIMES.

           MOVE SPACES TO sta-report-line.
           WRITE sta-report-line.
           MOVE SPACES TO sta-report-line.
           IF ws-flag-count = 0
               MOVE 'STATUS: OK' TO sta-report-line
           ELSE
               MOVE 'STATUS: *** ATTENTION ***' TO sta-report-line.
           WRITE sta-report-line.
           MOVE 1 TO ind-flag.
           PERFORM STA-PAGE-FLAGS 1 TIMES.
           EXIT.

       STA-PAGE-FLAGS.
           IF ind-flag GREATER ws-flag-count
               MOVE 1 TO ind-flag
           ELSE
               MOVE SPACES TO sta-report-line
               STRING '    - ' DELIMITED BY SIZE
                      flag-text(ind-flag) DELIMITED BY SIZE
                  INTO sta-report-line
               WRITE sta-report-line
               ADD 1 TO ind-flag
               GO TO STA-PAGE-FLAGS.

       STA-PUT.
           MOVE SPACES TO sta-report-line.
           MOVE ws-sta-label TO sta-report-line(1:34).
           MOVE ': ' TO sta-report-line(35:2).
           MOVE ws-sta-value TO sta-report-line(37:96).
           WRITE sta-report-line.
           MOVE SPACES TO ws-sta-label, ws-sta-value.
           EXIT.

      *----------------------------------------------------------------
      * SUMMARY: every profile scanned and its verdict.
      *----------------------------------------------------------------
       STA-SUMMARY.
           ADD 1 TO ws-page-no.
           IF ws-page-no NOT = 1
               MOVE SPACES TO sta-report-line
               WRITE sta-report-line AFTER ADVANCING PAGE.
           MOVE SPACES TO sta-report-line.
           STRING 'VAULT STATUS - SUMMARY' DELIMITED BY SIZE
                  '   RUN: ' DELIMITED BY SIZE
                  ws-today-date DELIMITED BY SIZE
                  '   PAGE: ' DELIMITED BY SIZE
                  ws-page-no DELIMITED BY SIZE
              INTO sta-report-line.
           WRITE sta-report-line.
           MOVE SPACES TO sta-report-line.
           STRING 'BACKUP LIMIT: ' DELIMITED BY SIZE
                  ws-bak-days DELIMITED BY SIZE
                  ' DAYS   ARCHIVE LIMIT: ' DELIMITED BY SIZE
                  ws-arc-days DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
              INTO sta-report-line.
           WRITE sta-report-line.
           MOVE SPACES TO sta-report-line.
           WRITE sta-report-line.
           MOVE 1 TO ind-prof.
           PERFORM STA-SUMMARY-LINE 1 TIMES.

           MOVE SPACES TO sta-report-line.
           WRITE sta-report-line.
           MOVE SPACES TO sta-report-line.
           STRING 'PROFILES SCANNED: ' DELIMITED BY SIZE
                  ws-scanned-count DELIMITED BY SIZE
                  ' NEEDING ATTENTION: ' DELIMITED BY SIZE
                  ws-flagged-count DELIMITED BY SIZE
              INTO sta-report-line.
           WRITE sta-report-line.
           CLOSE sta-report.
           DISPLAY ws-scanned-count, ' PROFILE(S) SCANNED, ',
                   ws-flagged-count, ' NEEDING ATTENTION.'.
           DISPLAY 'REPORT WRITTEN TO STAREPORT.'.
           GO TO END-PROGRAM.

       STA-SUMMARY-LINE.
           IF ind-prof GREATER ws-scanned-count OR ind-prof GREATER 200
               MOVE 1 TO ind-prof
           ELSE
               MOVE SPACES TO sta-report-line
               IF prof-flags(ind-prof) = 0
                   STRING prof-name(ind-prof) DELIMITED BY SIZE
                          '  OK' DELIMITED BY SIZE
                      INTO sta-report-line
               ELSE
                   STRING prof-name(ind-prof) DELIMITED BY SIZE
                          '  ATTENTION - ' DELIMITED BY SIZE
                          prof-flags(ind-prof) DELIMITED BY SIZE
                          ' ITEM(S)' DELIMITED BY SIZE
                      INTO sta-report-line
               END-IF
               WRITE sta-report-line
               ADD 1 TO ind-prof
               GO TO STA-SUMMARY-LINE.

      * Fold the line's first 340 columns into the previous check
      * value - the same arithmetic in every AUDITLOG writer and in
      * the MANAGERLOG verify mode.
       AUDIT-CHAIN-CALC.
           MOVE ws-audit-chain TO ws-chain-work.
           MOVE 1 TO ind-chn.
           PERFORM AUDIT-CHAIN-CHAR 1 TIMES.
           EXIT.

       AUDIT-CHAIN-CHAR.
           IF ind-chn GREATER 340
               MOVE 1 TO ind-chn
           ELSE
               COMPUTE ws-chain-work = FUNCTION MOD(ws-chain-work * 31
                   + FUNCTION ORD(audit-rec(ind-chn:1)) * ind-chn,
                   999983)
               ADD 1 TO ind-chn
               GO TO AUDIT-CHAIN-CHAR.

      * The default names are set first and the profile-suffixed
      * STRING block is guarded, never skipped over with EXIT - a
      * plain EXIT is a no-op and execution would fall straight
      * through into the STRING block.
       PROFILE-BUILD-NAMES.
           MOVE 'INFORMATIONS' TO ws-informations-file.
           MOVE 'DELETEDINF' TO ws-deletedinf-file.
           MOVE 'SETTINGS' TO ws-settings-file.
           MOVE 'AUDITLOG' TO ws-auditlog-file.
           MOVE 'BAKCATLG' TO ws-catalog-file.
           MOVE 'VAULTLOCK' TO ws-vaultlock-file.
           MOVE 'JOURNAL' TO ws-journal-file.
           MOVE 'ESCROW' TO ws-escrow-file.

           IF ws-profile-name NOT = SPACES
               MOVE SPACES TO ws-informations-file
               STRING 'INFORMATIONS-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-informations-file
               MOVE SPACES TO ws-deletedinf-file
               STRING 'DELETEDINF-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-deletedinf-file
               MOVE SPACES TO ws-settings-file
               STRING 'SETTINGS-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-settings-file
               MOVE SPACES TO ws-auditlog-file
               STRING 'AUDITLOG-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-auditlog-file
               MOVE SPACES TO ws-catalog-file
               STRING 'BAKCATLG-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-catalog-file
               MOVE SPACES TO ws-vaultlock-file
               STRING 'VAULTLOCK-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-vaultlock-file
               MOVE SPACES TO ws-journal-file
               STRING 'JOURNAL-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-journal-file
               MOVE SPACES TO ws-escrow-file
               STRING 'ESCROW-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-escrow-file.
           EXIT.

       END-PROGRAM.
           STOP RUN.
       END PROGRAM MANAGERSTA.
