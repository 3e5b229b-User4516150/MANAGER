      ******************************************************************
      * Author:
      * Date:
      * Purpose: Breach-notice screening. When a vendor or the
      *          security team reports a breach, this batch reads the
      *          notices from the BREACHIN feed and finds every entry
      *          of the chosen profile they touch, instead of somebody
      *          searching the vault by hand. One notice per line:
      *              columns  1-40  site-name pattern (may be blank)
      *              columns 41-70  email address, or a bare domain
      *                             (with or without the '@'), which
      *                             also matches its sub-domains (may
      *                             be blank)
      *              columns 71-78  breach date YYYYMMDD
      *          a '*' in column 1 marks a comment line. The pattern
      *          matches any site name that contains it, whatever the
      *          case; the email side is matched through EMAILIDX.
      *          Every hit is listed in BREACHRPT, and a hit whose
      *          password was last changed on or before the breach
      *          date goes onto WORKLIST with reason BREACH, pending,
      *          so work-the-list mode in MANAGER takes it from there.
      *          Only clear keys, EMAILIDX and pasw-changed-date are
      *          read - nothing is deciphered - but the run is
      *          authorised with the master key and takes the vault
      *          lock, since it writes WORKLIST, and leaves one
      *          BREACHSCAN line on AUDITLOG. Return code 4 when
      *          anything was put on the worklist, 8 when the run
      *          could not be made.
      * Tectonics: GNU-COBOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGERBRC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Files are ASSIGN TO DYNAMIC so PROFILE-BUILD-NAMES can point
      *each one at the chosen profile's own file set, the same scheme
      *MANAGER.cbl uses. The feed is not a profile file - one notice
      *is screened against whichever profile the run is for.
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
           SELECT breach-in ASSIGN TO 'BREACHIN'
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-bin.
           SELECT breach-report ASSIGN TO 'BREACHRPT'
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-brep.

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

      * The worklist layout MANAGER.cbl keeps: clear key, reason,
      * and 'P' pending / 'D' done.
       FD worklist.
       01 wl-rec.
         02 wl-key.
           03 wl-site PIC X(40).
           03 wl-account PIC X(20).
         02 wl-reason PIC X(20).
         02 wl-status PIC X.

      * Audit line layout, the same one MANAGER.cbl writes: the
      * check value is chained over columns 1-340 into columns
      * 341-346; these lines carry no identifying columns.
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

      * One breach notice per line, the columns given above.
       FD breach-in.
       01 bi-rec.
         02 bi-site PIC X(40).
         02 bi-mail PIC X(30).
         02 bi-date PIC X(8).
         02 FILLER PIC X(2).

       FD breach-report.
       01 br-line PIC X(132).


       WORKING-STORAGE SECTION.
       77 ws-profile-name PIC X(8) VALUE SPACES.
       77 ws-wheel-file PIC X(40) VALUE 'WHEEL'.
       77 ws-settings-file PIC X(40) VALUE 'SETTINGS'.
       77 ws-informations-file PIC X(40) VALUE 'INFORMATIONS'.
       77 ws-emailidx-file PIC X(40) VALUE 'EMAILIDX'.
       77 ws-worklist-file PIC X(40) VALUE 'WORKLIST'.
       77 ws-auditlog-file PIC X(40) VALUE 'AUDITLOG'.

       01 ws-wheel-mixed.
         02 wheel-mixed PIC X OCCURS 85248 VALUE SPACES.

       01 ws-wheel-file-info.
         02 ws-wheel-file-size PIC 9(18) COMP-X.
         02 FILLER PIC X(8).

       77 fs PIC X(2).
       77 fs-wheel PIC X(2).
       77 fs-settings PIC X(2).
       77 fs-email PIC X(2).
       77 fs-wl PIC X(2).
       77 fs-audit PIC X(2).
       77 fs-bin PIC X(2).
       77 fs-brep PIC X(2).

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

       77 ind-psw PIC 9(2) VALUE 1.
       01 ws-arr-psw.
         02 arr-psw PIC X OCCURS 20.
       01 verf.
         02 verf-psw-arr PIC X OCCURS 20.

       77 ws-keyfile-file PIC X(40) VALUE 'KEYFILE'.
       77 fs-keyf PIC X(2).
       77 ws-cif-fold PIC 9(5) VALUE 0.
       77 ws-keyf-data PIC X(64) VALUE SPACES.
       77 ind-keyf PIC 99 VALUE 1.

       77 ws-vaultlock-file PIC X(40) VALUE 'VAULTLOCK'.
       77 fs-lock PIC X(2).
       77 ws-lock-held PIC X VALUE 'N'.
       77 lock-answer PIC X VALUE SPACE.
       77 ws-lock-info PIC X(40) VALUE SPACES.
       77 ws-lock-date PIC 9(8) VALUE ZERO.
       77 ws-lock-time PIC 9(8) VALUE ZERO.

      * The return code is kept here and handed over last thing -
      * the lock removal is a CALL, and a CALL resets RETURN-CODE.
       77 ws-run-rc PIC 9 VALUE 0.

      * The notice being screened: the upper-case site pattern and
      * its length, the upper-case email or domain (without a
      * leading '@') and its length, and whether it is a whole
      * address or a domain.
       77 ws-today PIC 9(8) VALUE ZERO.
       77 ws-brc-pat PIC X(40) VALUE SPACES.
       77 ws-brc-pat-len PIC 99 VALUE 0.
       77 ws-brc-mail PIC X(30) VALUE SPACES.
       77 ws-brc-mail-len PIC 99 VALUE 0.
       77 ws-brc-domain PIC X VALUE 'N'.
       77 ws-brc-date PIC 9(8) VALUE ZERO.
       77 ws-brc-how PIC X(5) VALUE SPACES.

      * Matching work areas.
       77 ws-brc-up-site PIC X(40) VALUE SPACES.
       77 ws-brc-up-mail PIC X(30) VALUE SPACES.
       77 ws-brc-rev PIC X(40) VALUE SPACES.
       77 ws-brc-idx-open PIC X VALUE 'N'.
       77 ws-brc-tally PIC 99 VALUE 0.
       77 ws-brc-at PIC 99 VALUE 0.
       77 ws-brc-dom-len PIC 99 VALUE 0.
       77 ws-brc-dom-pos PIC 99 VALUE 0.
       77 ws-brc-site-hit PIC X VALUE 'N'.
       77 ws-brc-mail-hit PIC X VALUE 'N'.

      * Run totals.
       77 ws-brc-notices PIC 9(5) VALUE 0.
       77 ws-brc-skipped PIC 9(5) VALUE 0.
       77 ws-brc-hits PIC 9(5) VALUE 0.
       77 ws-brc-line-hits PIC 9(5) VALUE 0.
       77 ws-brc-listed PIC 9(5) VALUE 0.
       77 ws-brc-safe PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAINLINE.
           DISPLAY 'MANAGERBRC - BREACH NOTICE SCREENING'.
           PERFORM PROFILE-ASK 1 TIMES.

           OPEN INPUT breach-in.
           IF fs-bin NOT = '00'
               DISPLAY 'NO BREACHIN FEED - NOTHING TO SCREEN.'
               MOVE 8 TO ws-run-rc
               GO TO END-PROGRAM.

           OPEN INPUT settings.
           IF fs-settings NOT = '00'
               CLOSE breach-in
               DISPLAY 'NO VAULT FOUND - RUN MANAGER FIRST.'
               MOVE 8 TO ws-run-rc
               GO TO END-PROGRAM.

           READ settings.
           OPEN INPUT wheel.
           IF fs-wheel NOT = '00'
               CLOSE breach-in
               DISPLAY 'CANNOT OPEN WHEEL - VAULT IS CORRUPT.'
               MOVE 8 TO ws-run-rc
               GO TO END-PROGRAM.

       READ-WHEEL.
      *    A short last record gets silently space-padded by a fixed-
      *    length READ rather than raising AT END, so the true size
      *    has to be checked against the file on disk before the
      *    record is trusted - a stat-based check, not a second READ.
           CALL "CBL_CHECK_FILE_EXIST" USING ws-wheel-file,
                                             ws-wheel-file-info.
           IF RETURN-CODE NOT = 0 OR ws-wheel-file-size NOT = 85248
               CLOSE wheel, breach-in
               DISPLAY 'WHEEL FILE WRONG SIZE - VAULT IS CORRUPT.'
               MOVE 8 TO ws-run-rc
               GO TO END-PROGRAM.

           READ wheel INTO ws-arr-wheel AT END
               CLOSE wheel, breach-in
               DISPLAY 'WHEEL FILE TOO SHORT - VAULT IS CORRUPT.'
               MOVE 8 TO ws-run-rc
               GO TO END-PROGRAM.

           CLOSE wheel.
           MOVE 1 TO ind-arr.
           GO TO KEYFILE-CHECK.

      * The settings flag is authoritative: the key file is only
      * read - and only required - when the profile says so.
       KEYFILE-CHECK.
           MOVE 0 TO ws-cif-fold.
           IF keyfile-flag NOT = 'Y'
               GO TO ASK-KEY.

           OPEN INPUT key-file.
           IF fs-keyf NOT = '00'
               CLOSE breach-in
               DISPLAY 'KEY FILE REQUIRED AND NOT PRESENT.'
               MOVE 8 TO ws-run-rc
               GO TO END-PROGRAM.

           READ key-file AT END
               CLOSE key-file, breach-in
               DISPLAY 'KEY FILE REQUIRED AND NOT PRESENT.'
               MOVE 8 TO ws-run-rc
               GO TO END-PROGRAM.

           MOVE keyf-line TO ws-keyf-data.
           CLOSE key-file.
           MOVE 1 TO ind-keyf.
           PERFORM KEYFILE-FOLD 1 TIMES.

       ASK-KEY.
           DISPLAY 'MASTER KEY: ' WITH NO ADVANCING.
           ACCEPT ws-key.
           MOVE ws-key TO ws-arr-psw.
           PERFORM CIF-GEN 1 TIMES.

       READ-PSW.
           IF ind-psw GREATER 20
               MOVE 1 TO ind-psw, ind-arr
               CLOSE settings
               GO TO VERIFY-PSW.

           IF psw(ind-psw) LESS THAN 1 OR psw(ind-psw) GREATER THAN
                                                               85248
               CLOSE settings, breach-in
               DISPLAY 'SETTINGS FILE IS CORRUPT.'
               MOVE 8 TO ws-run-rc
               GO TO END-PROGRAM.

           MOVE psw(ind-psw) TO ind-arr.
           MOVE wheel-mixed(ind-arr) TO verf-psw-arr(ind-psw).
           ADD 1 TO ind-psw.

           GO TO READ-PSW.

       VERIFY-PSW.
           IF ws-arr-psw NOT = verf
               CLOSE breach-in
               DISPLAY 'MASTER KEY WRONG!'
               MOVE 8 TO ws-run-rc
               GO TO END-PROGRAM.

      *    The session's rotation is not needed past this point -
      *    nothing is deciphered - so it is cleared straight away.
           MOVE SPACES TO ws-wheel-mixed, ws-key, ws-arr-psw, verf.
           GO TO LOCK-ACQUIRE.

      * Only one session may hold the vault read-write - the
      * screening adds to WORKLIST, which MANAGER rebuilds.
       LOCK-ACQUIRE.
           OPEN INPUT vault-lock.
           IF fs-lock NOT = '00'
               GO TO LOCK-TAKE.

           MOVE SPACES TO ws-lock-info.
           READ vault-lock
               AT END
                   CONTINUE
               NOT AT END
                   MOVE lock-line TO ws-lock-info
           END-READ.
           CLOSE vault-lock.

           DISPLAY 'VAULT IS LOCKED BY ANOTHER SESSION: '
                   ws-lock-info.
           DISPLAY 'O = CLEAR THE LOCK (ONLY IF THAT SESSION REALLY'
                   ' CRASHED), ANYTHING ELSE CANCELS: '
               WITH NO ADVANCING.
           ACCEPT lock-answer.
           IF lock-answer = 'O' OR 'o'
               CALL "CBL_DELETE_FILE" USING ws-vaultlock-file
               GO TO LOCK-TAKE.

           CLOSE breach-in.
           DISPLAY 'CANCELLED.'
           MOVE 8 TO ws-run-rc.
           GO TO END-PROGRAM.

       LOCK-TAKE.
           ACCEPT ws-lock-date FROM DATE YYYYMMDD.
           ACCEPT ws-lock-time FROM TIME.
           MOVE SPACES TO lock-line.
           STRING ws-lock-date DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ws-lock-time DELIMITED BY SIZE
                  ' MANAGERBRC' DELIMITED BY SIZE
               INTO lock-line.
           OPEN OUTPUT vault-lock.
           WRITE lock-line.
           CLOSE vault-lock.
           MOVE 'Y' TO ws-lock-held.

      *----------------------------------------------------------------
      * SCREEN: every notice against the whole profile - first the
      * site names on INFORMATIONS, then the addresses on EMAILIDX.
      *----------------------------------------------------------------
       BRC-OPEN.
           OPEN INPUT informations.
           IF fs NOT = '00'
               CLOSE breach-in
               DISPLAY 'CANNOT OPEN INFORMATIONS.'
               MOVE 8 TO ws-run-rc
               GO TO END-PROGRAM.

      *    A profile with no email index yet still has its site
      *    names screened; only the email side finds nothing.
           OPEN INPUT email-index.
           IF fs-email = '00'
               MOVE 'Y' TO ws-brc-idx-open.

           OPEN I-O worklist.
           IF fs-wl NOT = '00'
               CLOSE worklist
               OPEN OUTPUT worklist
               CLOSE worklist
               OPEN I-O worklist.

           ACCEPT ws-today FROM DATE YYYYMMDD.
           OPEN OUTPUT breach-report.
           MOVE SPACES TO br-line.
           STRING 'BREACH NOTICE SCREENING - PROFILE ' DELIMITED BY
                                                                 SIZE
                  ws-profile-name DELIMITED BY SIZE
                  ' RUN ' DELIMITED BY SIZE
                  ws-today DELIMITED BY SIZE
              INTO br-line.
           WRITE br-line.
           MOVE SPACES TO br-line.
           WRITE br-line.

       BRC-READ.
           READ breach-in AT END
               GO TO BRC-DONE.

           IF bi-rec = SPACES OR bi-rec(1:1) = '*'
               GO TO BRC-READ.

           ADD 1 TO ws-brc-notices.
           MOVE SPACES TO br-line.
           STRING 'NOTICE ' DELIMITED BY SIZE
                  ws-brc-notices DELIMITED BY SIZE
                  ': SITE ' DELIMITED BY SIZE
                  bi-site DELIMITED BY SIZE
                  ' EMAIL ' DELIMITED BY SIZE
                  bi-mail DELIMITED BY SIZE
                  ' BREACHED ' DELIMITED BY SIZE
                  bi-date DELIMITED BY SIZE
              INTO br-line.
           WRITE br-line.

      *    A notice that cannot be placed in time, or names nothing
      *    to look for, is reported and passed over.
           MOVE 0 TO ws-brc-date.
           IF bi-date NUMERIC
               MOVE bi-date TO ws-brc-date.
           IF bi-date NOT NUMERIC OR
              FUNCTION TEST-DATE-YYYYMMDD(ws-brc-date) NOT = 0
               ADD 1 TO ws-brc-skipped
               MOVE SPACES TO br-line
               STRING '   BREACH DATE IS NOT YYYYMMDD - NOTICE SKIPPED'
                          DELIMITED BY SIZE
                  INTO br-line
               WRITE br-line
               MOVE SPACES TO br-line
               WRITE br-line
               GO TO BRC-READ.

           IF bi-site = SPACES AND bi-mail = SPACES
               ADD 1 TO ws-brc-skipped
               MOVE SPACES TO br-line
               STRING '   NO SITE PATTERN OR EMAIL - NOTICE SKIPPED'
                          DELIMITED BY SIZE
                  INTO br-line
               WRITE br-line
               MOVE SPACES TO br-line
               WRITE br-line
               GO TO BRC-READ.

           MOVE 0 TO ws-brc-line-hits.
           PERFORM BRC-PREPARE 1 TIMES.

           IF ws-brc-pat-len GREATER 0
               MOVE LOW-VALUES TO rec-key
               START informations KEY NOT LESS rec-key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM BRC-SITE-SCAN 1 TIMES
               END-START.

           IF ws-brc-mail-len GREATER 0 AND ws-brc-idx-open = 'Y'
               MOVE LOW-VALUES TO idx-key
               START email-index KEY NOT LESS idx-key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM BRC-MAIL-SCAN 1 TIMES
               END-START.

           IF ws-brc-line-hits = 0
               MOVE SPACES TO br-line
               STRING '   NO ENTRY OF THIS PROFILE MATCHES'
                          DELIMITED BY SIZE
                  INTO br-line
               WRITE br-line.

           MOVE SPACES TO br-line.
           WRITE br-line.
           GO TO BRC-READ.

       BRC-DONE.
           MOVE SPACES TO br-line.
           STRING 'NOTICES: ' DELIMITED BY SIZE
                  ws-brc-notices DELIMITED BY SIZE
                  ' SKIPPED: ' DELIMITED BY SIZE
                  ws-brc-skipped DELIMITED BY SIZE
                  ' HITS: ' DELIMITED BY SIZE
                  ws-brc-hits DELIMITED BY SIZE
                  ' ON WORKLIST: ' DELIMITED BY SIZE
                  ws-brc-listed DELIMITED BY SIZE
                  ' CHANGED SINCE: ' DELIMITED BY SIZE
                  ws-brc-safe DELIMITED BY SIZE
              INTO br-line.
           WRITE br-line.
           IF ws-brc-listed GREATER 0
               MOVE SPACES TO br-line
               STRING 'WORKLIST ENTRIES ARE WORKED WITH v ON THE '
                          DELIMITED BY SIZE
                      'MANAGER MENU' DELIMITED BY SIZE
                  INTO br-line
               WRITE br-line
               MOVE 4 TO ws-run-rc.

      *    Seed, write and close in one breath, the way MANAGERLOC's
      *    LOC-AUDIT does: a lock-free lookup may have appended
      *    chained lines during the scan, and a value cached at open
      *    would fork the chain here.
           PERFORM AUDIT-CHAIN-SEED 1 TIMES.
           OPEN EXTEND audit-log.
           IF fs-audit NOT = '00'
               OPEN OUTPUT audit-log
               CLOSE audit-log
               OPEN EXTEND audit-log.
           MOVE 'BREACHSCAN' TO ws-audit-action.
           PERFORM AUDIT-WRITE 1 TIMES.

           CLOSE breach-in, informations, email-index, worklist,
                 audit-log, breach-report.
           DISPLAY ws-brc-notices, ' NOTICE(S) SCREENED, ',
                   ws-brc-hits, ' HIT(S), ',
                   ws-brc-listed, ' PUT ON THE WORKLIST.'.
           DISPLAY 'LISTING WRITTEN TO BREACHRPT.'.
           GO TO END-PROGRAM.

      * Upper-case the notice's two search terms once and measure
      * them; a domain is kept without its leading '@'.
       BRC-PREPARE.
           MOVE FUNCTION UPPER-CASE(bi-site) TO ws-brc-pat.
           MOVE 0 TO ws-brc-pat-len.
           IF ws-brc-pat NOT = SPACES
      *        A pattern may hold blanks of its own ('BANK OF X'),
      *        so it is measured from the right.
               MOVE FUNCTION REVERSE(ws-brc-pat) TO ws-brc-rev
               MOVE 0 TO ws-brc-tally
               INSPECT ws-brc-rev TALLYING ws-brc-tally
                   FOR LEADING SPACES
               COMPUTE ws-brc-pat-len = 40 - ws-brc-tally.

           MOVE SPACES TO ws-brc-mail.
           MOVE 'N' TO ws-brc-domain.
           IF bi-mail(1:1) = '@'
               MOVE FUNCTION UPPER-CASE(bi-mail(2:29)) TO ws-brc-mail
               MOVE 'Y' TO ws-brc-domain
           ELSE
               MOVE FUNCTION UPPER-CASE(bi-mail) TO ws-brc-mail
               MOVE 0 TO ws-brc-tally
               INSPECT ws-brc-mail TALLYING ws-brc-tally FOR ALL '@'
               IF ws-brc-tally = 0
                   MOVE 'Y' TO ws-brc-domain.

           MOVE 0 TO ws-brc-mail-len.
           INSPECT ws-brc-mail TALLYING ws-brc-mail-len
               FOR CHARACTERS BEFORE INITIAL SPACE.
           EXIT.

      * Every site name that contains the pattern, whatever the case.
       BRC-SITE-SCAN.
           READ informations NEXT
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM BRC-SITE-TEST 1 TIMES
                   IF ws-brc-site-hit = 'Y'
                       MOVE 'SITE' TO ws-brc-how
                       PERFORM BRC-HIT 1 TIMES
                   END-IF
                   GO TO BRC-SITE-SCAN
           END-READ.

       BRC-SITE-TEST.
           MOVE 'N' TO ws-brc-site-hit.
           IF ws-brc-pat-len GREATER 0
               MOVE FUNCTION UPPER-CASE(site-name) TO ws-brc-up-site
               MOVE 0 TO ws-brc-tally
               INSPECT ws-brc-up-site TALLYING ws-brc-tally
                   FOR ALL ws-brc-pat(1:ws-brc-pat-len)
               IF ws-brc-tally GREATER 0
                   MOVE 'Y' TO ws-brc-site-hit.
           EXIT.

      * Every indexed address that is the notice's address, or sits
      * in its domain or a sub-domain of it. An entry the site
      * pattern already listed is not listed twice.
       BRC-MAIL-SCAN.
           READ email-index NEXT
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM BRC-MAIL-TEST 1 TIMES
                   IF ws-brc-mail-hit = 'Y'
                       MOVE idx-site TO site-name
                       MOVE idx-account TO account-label
                       PERFORM BRC-SITE-TEST 1 TIMES
                       IF ws-brc-site-hit NOT = 'Y'
                           READ informations
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE 'EMAIL' TO ws-brc-how
                                   PERFORM BRC-HIT 1 TIMES
                           END-READ
                       END-IF
                   END-IF
                   GO TO BRC-MAIL-SCAN
           END-READ.

       BRC-MAIL-TEST.
           MOVE 'N' TO ws-brc-mail-hit.
           MOVE FUNCTION UPPER-CASE(idx-mail) TO ws-brc-up-mail.
           IF ws-brc-domain NOT = 'Y'
               IF ws-brc-up-mail = ws-brc-mail
                   MOVE 'Y' TO ws-brc-mail-hit
               END-IF
           ELSE
               MOVE 0 TO ws-brc-at
               INSPECT ws-brc-up-mail TALLYING ws-brc-at
                   FOR CHARACTERS BEFORE INITIAL '@'
               IF ws-brc-at LESS 29
                   MOVE 0 TO ws-brc-tally
                   INSPECT ws-brc-up-mail TALLYING ws-brc-tally
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   COMPUTE ws-brc-dom-len =
                           ws-brc-tally - ws-brc-at - 1
                   IF ws-brc-dom-len = ws-brc-mail-len
                       IF ws-brc-up-mail(ws-brc-at + 2:ws-brc-dom-len)
                          = ws-brc-mail(1:ws-brc-mail-len)
                           MOVE 'Y' TO ws-brc-mail-hit
                       END-IF
                   END-IF
                   IF ws-brc-dom-len GREATER ws-brc-mail-len
                       COMPUTE ws-brc-dom-pos = ws-brc-tally
                               - ws-brc-mail-len + 1
                       IF ws-brc-up-mail(ws-brc-dom-pos:
                                         ws-brc-mail-len) =
                          ws-brc-mail(1:ws-brc-mail-len) AND
                          ws-brc-up-mail(ws-brc-dom-pos - 1:1) = '.'
                           MOVE 'Y' TO ws-brc-mail-hit
                       END-IF
                   END-IF
               END-IF.
           EXIT.

      * One affected entry: listed, and onto the worklist when its
      * password predates the breach. A key already on the list is
      * re-armed as a pending BREACH item whatever put it there.
       BRC-HIT.
           ADD 1 TO ws-brc-hits.
           ADD 1 TO ws-brc-line-hits.
           MOVE SPACES TO br-line.
           IF pasw-changed-date NOT GREATER ws-brc-date
               ADD 1 TO ws-brc-listed
               MOVE site-name TO wl-site
               MOVE account-label TO wl-account
               MOVE 'BREACH' TO wl-reason
               MOVE 'P' TO wl-status
               WRITE wl-rec
                   INVALID KEY
                       REWRITE wl-rec INVALID KEY CONTINUE
                       END-REWRITE
               END-WRITE
               STRING '   ' DELIMITED BY SIZE
                      site-name DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      account-label DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      ws-brc-how DELIMITED BY SIZE
                      ' PASSWORD CHANGED ' DELIMITED BY SIZE
                      pasw-changed-date DELIMITED BY SIZE
                      ' - ROTATE, ON WORKLIST' DELIMITED BY SIZE
                  INTO br-line
           ELSE
               ADD 1 TO ws-brc-safe
               STRING '   ' DELIMITED BY SIZE
                      site-name DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      account-label DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      ws-brc-how DELIMITED BY SIZE
                      ' PASSWORD CHANGED ' DELIMITED BY SIZE
                      pasw-changed-date DELIMITED BY SIZE
                      ' - CHANGED SINCE THE BREACH' DELIMITED BY SIZE
                  INTO br-line.
           WRITE br-line.
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

      * Reached only via the bounded PERFORM in MAINLINE - kept out of
      * the mainline paragraph chain so it is prompted for exactly
      * once, not also by falling into it as the program's implicit
      * entry point.
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
           MOVE 'WHEEL' TO ws-wheel-file.
           MOVE 'SETTINGS' TO ws-settings-file.
           MOVE 'INFORMATIONS' TO ws-informations-file.
           MOVE 'EMAILIDX' TO ws-emailidx-file.
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
       END PROGRAM MANAGERBRC.
