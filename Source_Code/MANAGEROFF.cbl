      ******************************************************************
      * Author:
      * Date:
      * Purpose: Staff offboarding sweep. When somebody leaves, this
      *          batch finds everything tied to them across the
      *          profiles, from a LEAVERS feed of one leaver per line:
      *              columns  1-30  email address (may be blank)
      *              columns 31-37  operator op-id (may be blank)
      *          a '*' in column 1 marks a comment line. The default
      *          profile and every named profile given at the console
      *          are swept, each one under its own master key - the
      *          AUDITLOG key columns are enciphered, so a profile
      *          whose key is not given (or is wrong, or whose vault
      *          is locked by a live session) is reported as not
      *          swept and passed over. For each leaver on each
      *          profile the OFFBOARD report lists:
      *            - the operator sign-on, if the op-id is on the
      *              OPERATORS roster;
      *            - accounts to TRANSFER: entries registered to the
      *              leaver's email (through EMAILIDX, whatever the
      *              case) and entries whose custodian is the leaver;
      *            - credentials to ROTATE because the leaver knows
      *              them: every entry the op-id looked up (FIND
      *              lines on AUDITLOG) in the last N days, and every
      *              entry checked out to the op-id right now.
      *          The rotate list goes onto WORKLIST, pending, with
      *          reason LEAVER, for work-the-list mode in MANAGER.
      *          Only in update mode, asked for explicitly, are the
      *          op-ids retired from the roster the way OPER-RETIRE
      *          does it - the OPERATORS record and the operator's
      *          GRANTS go, and an OPERDEL line is written; entries in
      *          their custody then show as orphaned in the access
      *          review. Each swept profile gets one OFFBOARD line on
      *          its AUDITLOG. Return code 4 when anything was listed
      *          to transfer or rotate, 8 when the run could not be
      *          made.
      * Tectonics: GNU-COBOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGEROFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Files are ASSIGN TO DYNAMIC and re-pointed at each profile's
      *own names as the sweep walks the list. The feed and the report
      *cover the whole estate and are not profile files.
           SELECT wheel ASSIGN TO DYNAMIC ws-wheel-file
                                         FILE STATUS IS fs-wheel.
           SELECT settings ASSIGN TO DYNAMIC ws-settings-file
                                         FILE STATUS IS fs-settings.
           SELECT informations ASSIGN TO DYNAMIC ws-informations-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS rec-key
                                         FILE STATUS IS fs.
           SELECT email-index ASSIGN TO DYNAMIC ws-emailidx-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS idx-key
                                         FILE STATUS IS fs-email.
           SELECT operators ASSIGN TO DYNAMIC ws-operators-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS op-id
                                         FILE STATUS IS fs-oper.
           SELECT grants ASSIGN TO DYNAMIC ws-grants-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS gr-op
                                         FILE STATUS IS fs-grant.
           SELECT custody ASSIGN TO DYNAMIC ws-custody-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS cu-key
                                         FILE STATUS IS fs-cu.
           SELECT checkout ASSIGN TO DYNAMIC ws-checkout-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS co-key
                                         FILE STATUS IS fs-co.
           SELECT worklist ASSIGN TO DYNAMIC ws-worklist-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS wl-key
                                         FILE STATUS IS fs-wl.
           SELECT audit-log ASSIGN TO DYNAMIC ws-auditlog-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-audit.
           SELECT key-file ASSIGN TO DYNAMIC ws-keyfile-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-keyf.
           SELECT vault-lock ASSIGN TO DYNAMIC ws-vaultlock-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-lock.
           SELECT leavers ASSIGN TO 'LEAVERS'
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-lv.
           SELECT off-report ASSIGN TO 'OFFBOARD'
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-offrep.

       DATA DIVISION.
       FILE SECTION.
       FD wheel.
       01 rec-wheel PIC X(85248).

       FD settings.
       COPY MANAGER_SETREC.

       FD informations.
       COPY MANAGER_INFOREC.

       FD email-index.
       01 idx-rec.
         02 idx-key.
           03 idx-mail PIC X(30).
           03 idx-site PIC X(40).
           03 idx-account PIC X(20).

      * Roster, grants, custody, check-out and worklist: the layouts
      * MANAGER.cbl keeps.
       FD operators.
       01 op-rec.
         02 op-id PIC X(7).
         02 op-area.
           03 op-psw PIC 9(5) COMP OCCURS 20.
           03 op-delta PIC 9(5) COMP.
         02 op-role PIC X.

       FD grants.
       01 gr-rec.
         02 gr-op PIC X(7).
         02 gr-cats.
           03 gr-cat PIC X(10) OCCURS 10.

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

       FD checkout.
       01 co-rec.
         02 co-key.
           03 co-site PIC X(40).
           03 co-account PIC X(20).
         02 co-op PIC X(7).
         02 co-since-date PIC 9(8).
         02 co-since-time PIC 9(4).
         02 co-due-date PIC 9(8).
         02 co-due-time PIC 9(4).
         02 co-reason PIC X(40).

       FD worklist.
       01 wl-rec.
         02 wl-key.
           03 wl-site PIC X(40).
           03 wl-account PIC X(20).
         02 wl-reason PIC X(20).
         02 wl-status PIC X.

      * Audit line layout, the same one MANAGER.cbl writes: date
      * 1-8, time 10-17, action 19-28, site-name and account-label
      * as 5-digit wheel positions in 30-229 and 231-330, the
      * credential in 332-338 and the check value chained over
      * columns 1-340 into 341-346. The lines this sweep writes
      * carry no identifying columns.
       FD audit-log.
       01 audit-rec PIC X(346).

      * Key-file second factor: when the profile requires it, the
      * wheel mixing is folded with a value derived from this file.
       FD key-file.
       01 keyf-line PIC X(64).

      * Single-writer lock: one line saying when the lock was taken
      * and by which program; its existence IS the lock.
       FD vault-lock.
       01 lock-line PIC X(40).

      * One leaver per line, the columns given above.
       FD leavers.
       01 lv-rec.
         02 lv-mail PIC X(30).
         02 lv-op PIC X(7).
         02 FILLER PIC X(43).

       FD off-report.
       01 off-line PIC X(132).


       WORKING-STORAGE SECTION.
       77 ws-profile-name PIC X(8) VALUE SPACES.
       77 ws-prof-disp PIC X(8) VALUE SPACES.
       77 ws-wheel-file PIC X(40) VALUE 'WHEEL'.
       77 ws-settings-file PIC X(40) VALUE 'SETTINGS'.
       77 ws-informations-file PIC X(40) VALUE 'INFORMATIONS'.
       77 ws-emailidx-file PIC X(40) VALUE 'EMAILIDX'.
       77 ws-operators-file PIC X(40) VALUE 'OPERATORS'.
       77 ws-grants-file PIC X(40) VALUE 'GRANTS'.
       77 ws-custody-file PIC X(40) VALUE 'CUSTODY'.
       77 ws-checkout-file PIC X(40) VALUE 'CHECKOUT'.
       77 ws-worklist-file PIC X(40) VALUE 'WORKLIST'.
       77 ws-auditlog-file PIC X(40) VALUE 'AUDITLOG'.
       77 ws-keyfile-file PIC X(40) VALUE 'KEYFILE'.
       77 ws-vaultlock-file PIC X(40) VALUE 'VAULTLOCK'.

       01 ws-wheel-mixed.
         02 wheel-mixed PIC X OCCURS 85248 VALUE SPACES.

       01 ws-wheel-file-info.
         02 ws-wheel-file-size PIC 9(18) COMP-X.
         02 FILLER PIC X(8).

       01 ws-file-info.
         02 ws-file-size PIC 9(18) COMP-X.
         02 FILLER PIC X(8).

       77 fs PIC X(2).
       77 fs-wheel PIC X(2).
       77 fs-settings PIC X(2).
       77 fs-email PIC X(2).
       77 fs-oper PIC X(2).
       77 fs-grant PIC X(2).
       77 fs-cu PIC X(2).
       77 fs-co PIC X(2).
       77 fs-wl PIC X(2).
       77 fs-audit PIC X(2).
       77 fs-keyf PIC X(2).
       77 fs-lock PIC X(2).
       77 fs-lv PIC X(2).
       77 fs-offrep PIC X(2).

       77 ws-audit-action PIC X(10) VALUE SPACES.
       77 ws-audit-date PIC 9(8) VALUE ZERO.
       77 ws-audit-time PIC 9(8) VALUE ZERO.
       77 ws-audit-user PIC X(7) VALUE 'BATCH  '.
       77 ws-audit-chain PIC 9(6) VALUE ZERO.
       77 ws-chain-work PIC 9(6) VALUE ZERO.
       77 ind-chn PIC 9(3) VALUE 1.

       77 ind-arr PIC 9(5) VALUE 1.
       01 ws-arr-wheel.
         02 arr-wheel PIC X OCCURS 85248 VALUE SPACES.

       77 ws-key PIC X(20) VALUE SPACES.
       77 ws-cif-start PIC 9(5) VALUE 1.
       77 ws-cif-fold PIC 9(5) VALUE 0.
       77 ws-keyf-data PIC X(64) VALUE SPACES.
       77 ind-keyf PIC 99 VALUE 1.

       77 ind-psw PIC 9(2) VALUE 1.
       01 ws-arr-psw.
         02 arr-psw PIC X OCCURS 20.
       01 verf.
         02 verf-psw-arr PIC X OCCURS 20.

       77 ws-lock-held PIC X VALUE 'N'.
       77 ws-lock-info PIC X(40) VALUE SPACES.
       77 ws-lock-date PIC 9(8) VALUE ZERO.
       77 ws-lock-time PIC 9(8) VALUE ZERO.

      * The return code is kept here and handed over last thing -
      * the lock removal is a CALL, and a CALL resets RETURN-CODE.
       77 ws-run-rc PIC 9 VALUE 0.

      * Run options: how far back a lookup counts, and whether the
      * op-ids are really retired.
       77 ws-off-days PIC 9(4) VALUE ZERO.
       77 ws-off-update PIC X VALUE 'N'.
       77 off-answer PIC X VALUE SPACE.
       77 ws-today-date PIC 9(8) VALUE ZERO.
       77 ws-today-int PIC 9(8) COMP VALUE ZERO.
       77 ws-cut-int PIC 9(8) COMP VALUE ZERO.
       77 ws-cut-date PIC 9(8) VALUE ZERO.

      * The leavers feed, read once and swept against every profile.
       77 ws-lv-count PIC 9(3) VALUE 0.
       77 ind-lv PIC 9(3) VALUE 1.
       01 ws-lv-table.
         02 lv-entry OCCURS 200.
           03 lvt-mail PIC X(30).
           03 lvt-op PIC X(7).
       77 ws-lv-mail PIC X(30) VALUE SPACES.
       77 ws-lv-op PIC X(7) VALUE SPACES.
       77 ws-lv-up-mail PIC X(30) VALUE SPACES.

      * Per-profile state: did the key verify, which companion files
      * opened, how much this leaver turned up here.
       77 ws-off-ok PIC X VALUE 'N'.
       77 ws-off-why PIC X(60) VALUE SPACES.
       77 ws-idx-open PIC X VALUE 'N'.
       77 ws-ros-open PIC X VALUE 'N'.
       77 ws-cu-open PIC X VALUE 'N'.
       77 ws-co-open PIC X VALUE 'N'.
       77 ws-lv-items PIC 9(5) VALUE 0.
       77 ws-off-what PIC X(8) VALUE SPACES.
       77 ws-off-note PIC X(40) VALUE SPACES.

      * Entries already put on this leaver's rotate list on this
      * profile, so one entry looked up fifty times is listed once.
       77 ws-seen-count PIC 9(3) VALUE 0.
       77 ind-seen PIC 9(3) VALUE 1.
       77 ws-seen-found PIC X VALUE 'N'.
       01 ws-seen-table.
         02 seen-key PIC X(60) OCCURS 500.

      * The site/account columns of an audit line come back here.
       01 ws-ac-buf PIC X(60) VALUE SPACES.
       77 ind-ac PIC 9(3) VALUE 1.
       77 ws-ac-col PIC 9(3) VALUE 1.
       77 ws-ac-pos PIC 9(5) VALUE ZERO.
       77 ws-ac-date PIC 9(8) VALUE ZERO.

      * Run totals.
       77 ws-prof-swept PIC 9(4) VALUE 0.
       77 ws-prof-skipped PIC 9(4) VALUE 0.
       77 ws-tot-transfer PIC 9(6) VALUE 0.
       77 ws-tot-rotate PIC 9(6) VALUE 0.
       77 ws-tot-retired PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

       MAINLINE.
           DISPLAY 'MANAGEROFF - STAFF OFFBOARDING SWEEP'.

           OPEN INPUT leavers.
           IF fs-lv NOT = '00'
               DISPLAY 'NO LEAVERS FEED - NOTHING TO SWEEP.'
               MOVE 8 TO ws-run-rc
               GO TO END-PROGRAM.
           PERFORM OFF-LOAD-LEAVERS 1 TIMES.
           CLOSE leavers.
           IF ws-lv-count = 0
               DISPLAY 'LEAVERS FEED IS EMPTY - NOTHING TO SWEEP.'
               MOVE 8 TO ws-run-rc
               GO TO END-PROGRAM.

           DISPLAY 'ROTATE WHAT A LEAVER LOOKED UP IN THE LAST HOW'
                   ' MANY DAYS (BLANK = 90): ' WITH NO ADVANCING.
           ACCEPT ws-off-days.
           IF ws-off-days = ZERO
               MOVE 90 TO ws-off-days.

           DISPLAY 'UPDATE MODE - RETIRE THE LEAVERS'' OP-IDS'
                   ' (Y = YES, ANYTHING ELSE = REPORT ONLY): '
               WITH NO ADVANCING.
           ACCEPT off-answer.
           IF off-answer = 'Y' OR 'y'
               MOVE 'Y' TO ws-off-update.

           ACCEPT ws-today-date FROM DATE YYYYMMDD.
           COMPUTE ws-today-int =
                   FUNCTION INTEGER-OF-DATE(ws-today-date).
           COMPUTE ws-cut-int = ws-today-int - ws-off-days.
           COMPUTE ws-cut-date =
                   FUNCTION DATE-OF-INTEGER(ws-cut-int).

           OPEN OUTPUT off-report.
           MOVE SPACES TO off-line.
           STRING 'STAFF OFFBOARDING SWEEP - RUN ' DELIMITED BY SIZE
                  ws-today-date DELIMITED BY SIZE
                  ' - LOOKUPS SINCE ' DELIMITED BY SIZE
                  ws-cut-date DELIMITED BY SIZE
              INTO off-line.
           WRITE off-line.
           MOVE SPACES TO off-line.
           IF ws-off-update = 'Y'
               STRING 'UPDATE MODE - OP-IDS ON A SWEPT ROSTER ARE '
                          DELIMITED BY SIZE
                      'RETIRED' DELIMITED BY SIZE
                  INTO off-line
           ELSE
               STRING 'REPORT ONLY - NO OP-ID IS RETIRED'
                          DELIMITED BY SIZE
                  INTO off-line.
           WRITE off-line.
           MOVE SPACES TO off-line.
           STRING 'LEAVERS IN THE FEED: ' DELIMITED BY SIZE
                  ws-lv-count DELIMITED BY SIZE
              INTO off-line.
           WRITE off-line.

      *    The default profile goes first; named profiles follow
      *    until a blank entry ends the list.
           MOVE SPACES TO ws-profile-name.
           PERFORM OFF-PROFILE THRU OFF-PROFILE-OUT.

       OFF-NEXT-PROFILE.
           DISPLAY 'PROFILE TO SWEEP (BLANK = DONE): '
               WITH NO ADVANCING.
           ACCEPT ws-profile-name.
           IF ws-profile-name = SPACES
               GO TO OFF-SUMMARY.

           PERFORM OFF-PROFILE THRU OFF-PROFILE-OUT.
           GO TO OFF-NEXT-PROFILE.

       OFF-SUMMARY.
           MOVE SPACES TO off-line.
           WRITE off-line.
           MOVE SPACES TO off-line.
           STRING 'PROFILES SWEPT: ' DELIMITED BY SIZE
                  ws-prof-swept DELIMITED BY SIZE
                  ' NOT SWEPT: ' DELIMITED BY SIZE
                  ws-prof-skipped DELIMITED BY SIZE
                  ' TO TRANSFER: ' DELIMITED BY SIZE
                  ws-tot-transfer DELIMITED BY SIZE
                  ' TO ROTATE: ' DELIMITED BY SIZE
                  ws-tot-rotate DELIMITED BY SIZE
                  ' OP-IDS RETIRED: ' DELIMITED BY SIZE
                  ws-tot-retired DELIMITED BY SIZE
              INTO off-line.
           WRITE off-line.
           CLOSE off-report.

           IF ws-tot-transfer GREATER 0 OR ws-tot-rotate GREATER 0
               MOVE 4 TO ws-run-rc.
           DISPLAY ws-prof-swept, ' PROFILE(S) SWEPT, ',
                   ws-tot-transfer, ' TO TRANSFER, ',
                   ws-tot-rotate, ' TO ROTATE.'.
           DISPLAY 'LISTING WRITTEN TO OFFBOARD.'.
           GO TO END-PROGRAM.

      * Read the feed into the table: comments and blank lines are
      * passed over, the rest kept up to the table's size.
       OFF-LOAD-LEAVERS.
           READ leavers
               AT END
                   CONTINUE
               NOT AT END
                   IF lv-rec NOT = SPACES AND lv-rec(1:1) NOT = '*'
                       IF lv-mail NOT = SPACES OR lv-op NOT = SPACES
                           IF ws-lv-count LESS 200
                               ADD 1 TO ws-lv-count
                               MOVE lv-mail TO lvt-mail(ws-lv-count)
                               MOVE lv-op TO lvt-op(ws-lv-count)
                           ELSE
                               DISPLAY 'MORE THAN 200 LEAVERS - '
                                       'EXTRA LINES IGNORED.'
                           END-IF
                       END-IF
                   END-IF
                   GO TO OFF-LOAD-LEAVERS
           END-READ.

      *----------------------------------------------------------------
      * ONE PROFILE: open it under its own key, take the lock, sweep
      * every leaver, leave the OFFBOARD line, let the lock go.
      *----------------------------------------------------------------
       OFF-PROFILE.
           PERFORM PROFILE-BUILD-NAMES 1 TIMES.
           IF ws-profile-name = SPACES
               MOVE 'DEFAULT' TO ws-prof-disp
           ELSE
               MOVE ws-profile-name TO ws-prof-disp.

           MOVE SPACES TO off-line.
           WRITE off-line.
           MOVE SPACES TO off-line.
           STRING 'PROFILE ' DELIMITED BY SIZE
                  ws-prof-disp DELIMITED BY SIZE
              INTO off-line.
           WRITE off-line.

           CALL "CBL_CHECK_FILE_EXIST" USING ws-informations-file,
                                             ws-file-info.
           IF RETURN-CODE NOT = 0
               MOVE 'NO VAULT ON DISK' TO ws-off-why
               GO TO OFF-PROFILE-SKIP.

           DISPLAY 'MASTER KEY FOR ' ws-prof-disp
                   ' (BLANK = DO NOT SWEEP): ' WITH NO ADVANCING.
           ACCEPT ws-key.
           IF ws-key = SPACES
               MOVE 'NO MASTER KEY GIVEN' TO ws-off-why
               GO TO OFF-PROFILE-SKIP.

           PERFORM OFF-VERIFY THRU OFF-VERIFY-OUT.
           MOVE SPACES TO ws-key, ws-arr-psw, verf.
           IF ws-off-ok NOT = 'Y'
               GO TO OFF-PROFILE-SKIP.

      *    A live session holds the vault: its worklist and roster
      *    are not ours to change under it, so the profile waits for
      *    another run rather than having the lock broken.
           OPEN INPUT vault-lock.
           IF fs-lock = '00'
               MOVE SPACES TO ws-lock-info
               READ vault-lock
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE lock-line TO ws-lock-info
               END-READ
               CLOSE vault-lock
               MOVE SPACES TO ws-off-why
               STRING 'VAULT IS LOCKED: ' DELIMITED BY SIZE
                      ws-lock-info DELIMITED BY SIZE
                  INTO ws-off-why
               GO TO OFF-PROFILE-SKIP.

           ACCEPT ws-lock-date FROM DATE YYYYMMDD.
           ACCEPT ws-lock-time FROM TIME.
           MOVE SPACES TO lock-line.
           STRING ws-lock-date DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ws-lock-time DELIMITED BY SIZE
                  ' MANAGEROFF' DELIMITED BY SIZE
               INTO lock-line.
           OPEN OUTPUT vault-lock.
           WRITE lock-line.
           CLOSE vault-lock.
           MOVE 'Y' TO ws-lock-held.

      *    INFORMATIONS must open - the file was seen on disk, so a
      *    refusal now is a lock or permission problem, and the
      *    profile is let go again rather than swept blind.
           OPEN INPUT informations.
           IF fs NOT = '00'
               CALL "CBL_DELETE_FILE" USING ws-vaultlock-file
               MOVE 'N' TO ws-lock-held
               MOVE SPACES TO ws-wheel-mixed
               MOVE SPACES TO ws-off-why
               STRING 'CANNOT OPEN INFORMATIONS - STATUS '
                          DELIMITED BY SIZE
                      fs DELIMITED BY SIZE
                  INTO ws-off-why
               GO TO OFF-PROFILE-SKIP.

           PERFORM OFF-OPEN-FILES 1 TIMES.
           ADD 1 TO ws-prof-swept.
           MOVE 1 TO ind-lv.
           PERFORM OFF-LEAVER THRU OFF-LEAVER-OUT.
           PERFORM OFF-CLOSE-FILES 1 TIMES.

           MOVE 'OFFBOARD' TO ws-audit-action.
           PERFORM OFF-AUDIT 1 TIMES.

           CALL "CBL_DELETE_FILE" USING ws-vaultlock-file.
           MOVE 'N' TO ws-lock-held.
           MOVE SPACES TO ws-wheel-mixed.
           DISPLAY ws-prof-disp ': SWEPT'.
           GO TO OFF-PROFILE-OUT.

       OFF-PROFILE-SKIP.
           ADD 1 TO ws-prof-skipped.
           MOVE SPACES TO off-line.
           STRING '   NOT SWEPT - ' DELIMITED BY SIZE
                  ws-off-why DELIMITED BY SIZE
              INTO off-line.
           WRITE off-line.
           DISPLAY ws-prof-disp ': NOT SWEPT - ' ws-off-why.

       OFF-PROFILE-OUT.
           EXIT.

      * The same SETTINGS/WHEEL/key-file check every keyed utility
      * makes; on success wheel-mixed holds the master rotation the
      * audit columns were enciphered under.
       OFF-VERIFY.
           MOVE 'N' TO ws-off-ok.
           OPEN INPUT settings.
           IF fs-settings NOT = '00'
               MOVE 'NO SETTINGS FILE' TO ws-off-why
               GO TO OFF-VERIFY-OUT.
           READ settings.

           OPEN INPUT wheel.
           IF fs-wheel NOT = '00'
               CLOSE settings
               MOVE 'CANNOT OPEN WHEEL - VAULT IS CORRUPT' TO ws-off-why
               GO TO OFF-VERIFY-OUT.

      *    A short last record gets silently space-padded by a fixed-
      *    length READ rather than raising AT END, so the true size
      *    has to be checked against the file on disk before the
      *    record is trusted - a stat-based check, not a second READ.
           CALL "CBL_CHECK_FILE_EXIST" USING ws-wheel-file,
                                             ws-wheel-file-info.
           IF RETURN-CODE NOT = 0 OR ws-wheel-file-size NOT = 85248
               CLOSE wheel, settings
               MOVE 'WHEEL FILE WRONG SIZE - VAULT IS CORRUPT'
                   TO ws-off-why
               GO TO OFF-VERIFY-OUT.

           READ wheel INTO ws-arr-wheel AT END
               CLOSE wheel, settings
               MOVE 'WHEEL FILE TOO SHORT - VAULT IS CORRUPT'
                   TO ws-off-why
               GO TO OFF-VERIFY-OUT.
           CLOSE wheel.

      *    The settings flag is authoritative: the key file is only
      *    read - and only required - when the profile says so.
           MOVE 0 TO ws-cif-fold.
           IF keyfile-flag = 'Y'
               OPEN INPUT key-file
               IF fs-keyf NOT = '00'
                   CLOSE settings
                   MOVE 'KEY FILE REQUIRED AND NOT PRESENT'
                       TO ws-off-why
                   GO TO OFF-VERIFY-OUT
               END-IF
               MOVE SPACES TO ws-keyf-data
               READ key-file
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE keyf-line TO ws-keyf-data
               END-READ
               CLOSE key-file
               IF ws-keyf-data = SPACES
                   CLOSE settings
                   MOVE 'KEY FILE REQUIRED AND NOT PRESENT'
                       TO ws-off-why
                   GO TO OFF-VERIFY-OUT
               END-IF
               MOVE 1 TO ind-keyf
               PERFORM KEYFILE-FOLD 1 TIMES.

           MOVE ws-key TO ws-arr-psw.
           PERFORM CIF-GEN 1 TIMES.
           MOVE 1 TO ind-psw.

       OFF-VERIFY-PSW.
           IF ind-psw GREATER 20
               MOVE 1 TO ind-psw, ind-arr
               CLOSE settings
               GO TO OFF-VERIFY-CHECK.

           IF psw(ind-psw) LESS THAN 1 OR psw(ind-psw) GREATER THAN
                                                               85248
               MOVE 1 TO ind-psw
               CLOSE settings
               MOVE 'SETTINGS FILE IS CORRUPT' TO ws-off-why
               GO TO OFF-VERIFY-OUT.

           MOVE psw(ind-psw) TO ind-arr.
           MOVE wheel-mixed(ind-arr) TO verf-psw-arr(ind-psw).
           ADD 1 TO ind-psw.
           GO TO OFF-VERIFY-PSW.

       OFF-VERIFY-CHECK.
           IF ws-arr-psw NOT = verf
               MOVE SPACES TO ws-wheel-mixed
               MOVE 'MASTER KEY WRONG' TO ws-off-why
           ELSE
               MOVE 'Y' TO ws-off-ok.

       OFF-VERIFY-OUT.
           EXIT.

      * The files beside INFORMATIONS, which is open already. Any of
      * them may be missing on an older or smaller profile, which
      * only means there is nothing of that kind to find.
       OFF-OPEN-FILES.
           MOVE 'N' TO ws-idx-open, ws-ros-open, ws-cu-open,
                       ws-co-open.
           OPEN INPUT email-index.
           IF fs-email = '00'
               MOVE 'Y' TO ws-idx-open.
           IF ws-off-update = 'Y'
               OPEN I-O operators
           ELSE
               OPEN INPUT operators.
           IF fs-oper = '00'
               MOVE 'Y' TO ws-ros-open.
           OPEN INPUT custody.
           IF fs-cu = '00'
               MOVE 'Y' TO ws-cu-open.
           OPEN INPUT checkout.
           IF fs-co = '00'
               MOVE 'Y' TO ws-co-open.
           OPEN I-O worklist.
           IF fs-wl NOT = '00'
               CLOSE worklist
               OPEN OUTPUT worklist
               CLOSE worklist
               OPEN I-O worklist.
           EXIT.

       OFF-CLOSE-FILES.
           CLOSE informations, email-index, operators, custody,
                 checkout, worklist.
           EXIT.

      *----------------------------------------------------------------
      * ONE LEAVER on the profile being swept: roster, accounts to
      * transfer, credentials to rotate.
      *----------------------------------------------------------------
       OFF-LEAVER.
           IF ind-lv GREATER ws-lv-count
               GO TO OFF-LEAVER-OUT.

           MOVE lvt-mail(ind-lv) TO ws-lv-mail.
           MOVE lvt-op(ind-lv) TO ws-lv-op.
           MOVE FUNCTION UPPER-CASE(ws-lv-mail) TO ws-lv-up-mail.
           MOVE 0 TO ws-lv-items, ws-seen-count.

           MOVE SPACES TO off-line.
           STRING '   LEAVER ' DELIMITED BY SIZE
                  ws-lv-mail DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ws-lv-op DELIMITED BY SIZE
              INTO off-line.
           WRITE off-line.

           IF ws-lv-op NOT = SPACES
               PERFORM OFF-ROSTER 1 TIMES.

           IF ws-lv-mail NOT = SPACES AND ws-idx-open = 'Y'
               MOVE LOW-VALUES TO idx-key
               START email-index KEY NOT LESS idx-key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM OFF-MAIL-SCAN 1 TIMES
               END-START.

           IF ws-lv-op NOT = SPACES
               IF ws-cu-open = 'Y'
                   MOVE LOW-VALUES TO cu-key
                   START custody KEY NOT LESS cu-key
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM OFF-CUSTODY-SCAN 1 TIMES
                   END-START
               END-IF
               IF ws-co-open = 'Y'
                   MOVE LOW-VALUES TO co-key
                   START checkout KEY NOT LESS co-key
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM OFF-CHECKOUT-SCAN 1 TIMES
                   END-START
               END-IF
               PERFORM OFF-AUDIT-SCAN 1 TIMES.

           IF ws-lv-items = 0
               MOVE SPACES TO off-line
               STRING '      NOTHING TIED TO THIS LEAVER ON THIS '
                          DELIMITED BY SIZE
                      'PROFILE' DELIMITED BY SIZE
                  INTO off-line
               WRITE off-line.

           ADD 1 TO ind-lv.
           GO TO OFF-LEAVER.

       OFF-LEAVER-OUT.
           EXIT.

      * The op-id's sign-on on this roster, retired here in update
      * mode exactly as OPER-RETIRE does it: the record and its
      * grants go, and an OPERDEL line goes on the trail.
       OFF-ROSTER.
           IF ws-ros-open NOT = 'Y'
               MOVE SPACES TO off-line
               STRING '      NO OPERATORS ROSTER ON THIS PROFILE'
                          DELIMITED BY SIZE
                  INTO off-line
               WRITE off-line
           ELSE
               MOVE ws-lv-op TO op-id
               READ operators
                   INVALID KEY
                       MOVE SPACES TO off-line
                       STRING '      OPERATOR ' DELIMITED BY SIZE
                              ws-lv-op DELIMITED BY SIZE
                              ' NOT ON THIS ROSTER' DELIMITED BY SIZE
                          INTO off-line
                       WRITE off-line
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO ws-lv-items
                       PERFORM OFF-RETIRE 1 TIMES
               END-READ.
           EXIT.

       OFF-RETIRE.
           MOVE SPACES TO off-line.
           IF ws-off-update = 'Y'
               DELETE operators INVALID KEY CONTINUE
               END-DELETE
               OPEN I-O grants
               IF fs-grant = '00'
                   MOVE ws-lv-op TO gr-op
                   DELETE grants INVALID KEY CONTINUE
                   END-DELETE
               END-IF
               CLOSE grants
               MOVE 'OPERDEL' TO ws-audit-action
               PERFORM OFF-AUDIT 1 TIMES
               ADD 1 TO ws-tot-retired
               STRING '      OPERATOR ' DELIMITED BY SIZE
                      ws-lv-op DELIMITED BY SIZE
                      ' (ROLE ' DELIMITED BY SIZE
                      op-role DELIMITED BY SIZE
                      ') RETIRED FROM THE ROSTER' DELIMITED BY SIZE
                  INTO off-line
           ELSE
               STRING '      OPERATOR ' DELIMITED BY SIZE
                      ws-lv-op DELIMITED BY SIZE
                      ' (ROLE ' DELIMITED BY SIZE
                      op-role DELIMITED BY SIZE
                      ') ON THE ROSTER - TO BE RETIRED'
                          DELIMITED BY SIZE
                  INTO off-line.
           WRITE off-line.
           EXIT.

      * Entries registered to the leaver's address, whatever case
      * either side was typed in.
       OFF-MAIL-SCAN.
           READ email-index NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF FUNCTION UPPER-CASE(idx-mail) = ws-lv-up-mail
                       MOVE idx-site TO site-name
                       MOVE idx-account TO account-label
                       READ informations
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'TRANSFER' TO ws-off-what
                               MOVE 'REGISTERED TO THE LEAVER''S EMAIL'
                                   TO ws-off-note
                               PERFORM OFF-LIST 1 TIMES
                       END-READ
                   END-IF
                   GO TO OFF-MAIL-SCAN
           END-READ.

      * Entries the leaver is custodian of - somebody else has to
      * answer for them from now on.
       OFF-CUSTODY-SCAN.
           READ custody NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF cu-op = ws-lv-op
                       MOVE cu-site TO site-name
                       MOVE cu-account TO account-label
                       READ informations
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'TRANSFER' TO ws-off-what
                               MOVE 'LEAVER IS THE CUSTODIAN'
                                   TO ws-off-note
                               PERFORM OFF-LIST 1 TIMES
                       END-READ
                   END-IF
                   GO TO OFF-CUSTODY-SCAN
           END-READ.

      * A credential checked out to the leaver is in their hands
      * right now.
       OFF-CHECKOUT-SCAN.
           READ checkout NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF co-op = ws-lv-op
                       MOVE co-site TO site-name
                       MOVE co-account TO account-label
                       MOVE SPACES TO ws-off-note
                       STRING 'CHECKED OUT TO THE LEAVER SINCE '
                                  DELIMITED BY SIZE
                              co-since-date DELIMITED BY SIZE
                          INTO ws-off-note
                       PERFORM OFF-ROTATE 1 TIMES
                   END-IF
                   GO TO OFF-CHECKOUT-SCAN
           END-READ.

      * Every FIND line by the op-id since the cutoff. The key comes
      * back from the enciphered position groups the way MANAGER's
      * quick-pick reads them; a line from before that layout
      * carries it in the clear at the old columns.
       OFF-AUDIT-SCAN.
           OPEN INPUT audit-log.
           IF fs-audit = '00'
               PERFORM OFF-AUDIT-READ 1 TIMES
               CLOSE audit-log.
           EXIT.

       OFF-AUDIT-READ.
           READ audit-log
               AT END
                   CONTINUE
               NOT AT END
                   IF audit-rec(19:10) = 'FIND' AND
                      audit-rec(332:7) = ws-lv-op AND
                      audit-rec(1:8) NUMERIC
                       MOVE audit-rec(1:8) TO ws-ac-date
                       IF ws-ac-date NOT LESS ws-cut-date
                           PERFORM OFF-AUDIT-KEY 1 TIMES
                       END-IF
                   END-IF
                   GO TO OFF-AUDIT-READ
           END-READ.

       OFF-AUDIT-KEY.
           IF audit-rec(30:200) NUMERIC AND
              audit-rec(231:100) NUMERIC AND
              audit-rec(341:6) NUMERIC
               MOVE SPACES TO ws-ac-buf
               MOVE 1 TO ind-ac
               PERFORM AUDIT-KEY-DECIPHER 1 TIMES
               MOVE ws-ac-buf(1:40) TO site-name
               MOVE ws-ac-buf(41:20) TO account-label
           ELSE
               MOVE audit-rec(30:40) TO site-name
               MOVE audit-rec(71:20) TO account-label.

      *    An entry since deleted or renamed has nothing left to
      *    rotate.
           READ informations
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO ws-off-note
                   STRING 'LOOKED UP BY THE LEAVER ON ' DELIMITED BY
                                                                 SIZE
                          ws-ac-date DELIMITED BY SIZE
                      INTO ws-off-note
                   PERFORM OFF-ROTATE 1 TIMES
           END-READ.
           EXIT.

      * One credential to rotate: listed once per leaver per profile
      * (the first reason found stands) and put on the worklist -
      * re-armed as a pending LEAVER item if the key is already
      * there.
       OFF-ROTATE.
           MOVE 'N' TO ws-seen-found.
           MOVE 1 TO ind-seen.
           PERFORM OFF-SEEN-TEST 1 TIMES.
           IF ws-seen-found = 'N'
               IF ws-seen-count LESS 500
                   ADD 1 TO ws-seen-count
                   MOVE rec-key TO seen-key(ws-seen-count)
               END-IF
               MOVE site-name TO wl-site
               MOVE account-label TO wl-account
               MOVE 'LEAVER' TO wl-reason
               MOVE 'P' TO wl-status
               WRITE wl-rec
                   INVALID KEY
                       REWRITE wl-rec INVALID KEY CONTINUE
                       END-REWRITE
               END-WRITE
               MOVE 'ROTATE' TO ws-off-what
               PERFORM OFF-LIST 1 TIMES.
           EXIT.

       OFF-SEEN-TEST.
           IF ind-seen NOT GREATER ws-seen-count
               IF seen-key(ind-seen) = rec-key
                   MOVE 'Y' TO ws-seen-found
               ELSE
                   ADD 1 TO ind-seen
                   GO TO OFF-SEEN-TEST.

       OFF-LIST.
           ADD 1 TO ws-lv-items.
           IF ws-off-what = 'TRANSFER'
               ADD 1 TO ws-tot-transfer
           ELSE
               ADD 1 TO ws-tot-rotate.
           MOVE SPACES TO off-line.
           STRING '      ' DELIMITED BY SIZE
                  ws-off-what DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  site-name DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  account-label DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ws-off-note DELIMITED BY SIZE
              INTO off-line.
           WRITE off-line.
           EXIT.

      * Bring the sixty key characters back from a chained line's
      * position groups. A group that does not read as an in-range
      * position comes back as a blank - a legacy or damaged line
      * must not index outside the wheel.
       AUDIT-KEY-DECIPHER.
           IF ind-ac GREATER 60
               MOVE 1 TO ind-ac
           ELSE
               IF ind-ac NOT GREATER 40
                   COMPUTE ws-ac-col = 30 + (ind-ac - 1) * 5
               ELSE
                   COMPUTE ws-ac-col = 231 + (ind-ac - 41) * 5
               END-IF
               IF audit-rec(ws-ac-col:5) NUMERIC
                   MOVE audit-rec(ws-ac-col:5) TO ws-ac-pos
                   IF ws-ac-pos LESS 1 OR ws-ac-pos GREATER 85248
                       MOVE SPACE TO ws-ac-buf(ind-ac:1)
                   ELSE
                       MOVE ws-ac-pos TO ind-arr
                       MOVE wheel-mixed(ind-arr)
                           TO ws-ac-buf(ind-ac:1)
                   END-IF
               ELSE
                   MOVE SPACE TO ws-ac-buf(ind-ac:1)
               END-IF
               ADD 1 TO ind-ac
               GO TO AUDIT-KEY-DECIPHER.

      * Seed, write and close in one breath, the way MANAGERLOC's
      * LOC-AUDIT does: a lock-free lookup may have appended chained
      * lines since the last look, and a value cached earlier would
      * fork the chain here.
       OFF-AUDIT.
           PERFORM AUDIT-CHAIN-SEED 1 TIMES.
           OPEN EXTEND audit-log.
           IF fs-audit NOT = '00'
               OPEN OUTPUT audit-log
               CLOSE audit-log
               OPEN EXTEND audit-log.
           PERFORM AUDIT-WRITE 1 TIMES.
           CLOSE audit-log.
           EXIT.

       AUDIT-WRITE.
           ACCEPT ws-audit-date FROM DATE YYYYMMDD.
           ACCEPT ws-audit-time FROM TIME.
           MOVE SPACES TO audit-rec.
           STRING ws-audit-date DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ws-audit-time DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ws-audit-action DELIMITED BY SIZE
               INTO audit-rec.
           MOVE ws-audit-user TO audit-rec(332:7).
           PERFORM AUDIT-CHAIN-CALC 1 TIMES.
           MOVE ws-chain-work TO audit-rec(341:6).
           MOVE ws-chain-work TO ws-audit-chain.
           WRITE audit-rec.
           EXIT.

      * Walk the audit trail once and come back with the last check
      * value on file in ws-audit-chain, so the next line written
      * continues the chain - the same scheme MANAGER.cbl seeds at
      * startup. A line from before the chain existed carries no
      * stored value; the recomputed one stands in for it.
       AUDIT-CHAIN-SEED.
           MOVE 0 TO ws-audit-chain.
           OPEN INPUT audit-log.
           IF fs-audit = '00'
               PERFORM AUDIT-CHAIN-READ 1 TIMES
               CLOSE audit-log.
           EXIT.

       AUDIT-CHAIN-READ.
           READ audit-log
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM AUDIT-CHAIN-CALC 1 TIMES
                   IF audit-rec(341:6) NUMERIC
                       MOVE audit-rec(341:6) TO ws-audit-chain
                   ELSE
                       MOVE ws-chain-work TO ws-audit-chain
                   END-IF
                   GO TO AUDIT-CHAIN-READ
           END-READ.

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

       CIF-GEN.
           CALL "MANAGERCIF"
           USING ws-arr-wheel, ws-key, ws-wheel-mixed, ws-cif-start,
                 ws-cif-fold.
           EXIT.

      * Compute the fold from the key file content - the same
      * arithmetic MANAGER uses.
       KEYFILE-FOLD.
           IF ind-keyf GREATER 64
               MOVE 1 TO ind-keyf
               IF ws-cif-fold = 0
                   MOVE 1 TO ws-cif-fold
               END-IF
           ELSE
               COMPUTE ws-cif-fold = FUNCTION MOD(ws-cif-fold * 31
                   + FUNCTION ORD(ws-keyf-data(ind-keyf:1))
                   * ind-keyf, 85248)
               ADD 1 TO ind-keyf
               GO TO KEYFILE-FOLD.

      * The default names are set first and the profile-suffixed
      * STRING block is guarded, never skipped over with EXIT - a
      * plain EXIT is a no-op and execution would fall straight
      * through into the STRING block.
       PROFILE-BUILD-NAMES.
           MOVE 'WHEEL' TO ws-wheel-file.
           MOVE 'SETTINGS' TO ws-settings-file.
           MOVE 'INFORMATIONS' TO ws-informations-file.
           MOVE 'EMAILIDX' TO ws-emailidx-file.
           MOVE 'OPERATORS' TO ws-operators-file.
           MOVE 'GRANTS' TO ws-grants-file.
           MOVE 'CUSTODY' TO ws-custody-file.
           MOVE 'CHECKOUT' TO ws-checkout-file.
           MOVE 'WORKLIST' TO ws-worklist-file.
           MOVE 'AUDITLOG' TO ws-auditlog-file.
           MOVE 'KEYFILE' TO ws-keyfile-file.
           MOVE 'VAULTLOCK' TO ws-vaultlock-file.

           IF ws-profile-name NOT = SPACES
               MOVE SPACES TO ws-wheel-file
               STRING 'WHEEL-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-wheel-file
               MOVE SPACES TO ws-settings-file
               STRING 'SETTINGS-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-settings-file
               MOVE SPACES TO ws-informations-file
               STRING 'INFORMATIONS-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-informations-file
               MOVE SPACES TO ws-emailidx-file
               STRING 'EMAILIDX-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-emailidx-file
               MOVE SPACES TO ws-operators-file
               STRING 'OPERATORS-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-operators-file
               MOVE SPACES TO ws-grants-file
               STRING 'GRANTS-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-grants-file
               MOVE SPACES TO ws-custody-file
               STRING 'CUSTODY-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-custody-file
               MOVE SPACES TO ws-checkout-file
               STRING 'CHECKOUT-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-checkout-file
               MOVE SPACES TO ws-worklist-file
               STRING 'WORKLIST-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-worklist-file
               MOVE SPACES TO ws-auditlog-file
               STRING 'AUDITLOG-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-auditlog-file
               MOVE SPACES TO ws-keyfile-file
               STRING 'KEYFILE-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-keyfile-file
               MOVE SPACES TO ws-vaultlock-file
               STRING 'VAULTLOCK-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-vaultlock-file.
           EXIT.

       END-PROGRAM.
           IF ws-lock-held = 'Y'
               CALL "CBL_DELETE_FILE" USING ws-vaultlock-file.
           MOVE ws-run-rc TO RETURN-CODE.
           STOP RUN.
       END PROGRAM MANAGEROFF.
