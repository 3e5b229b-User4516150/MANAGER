      ******************************************************************
      * Author:
      * Date:
      * Purpose: Re-wheel a profile. A rekey only changes the master
      *          password - the 85248-byte WHEEL underneath is the
      *          one the profile was created with, so a WHEEL copy
      *          that leaked beside an old SETTINGS file could never
      *          be retired. This utility lays down a brand-new
      *          random WHEEL (MANAGERWHL, seeded from the system's
      *          random source) and moves the whole profile onto
      *          it: every record of INFORMATIONS, DELETEDINF,
      *          TOTPVAULT, NOTESVAULT, DELNOTES, PSWHIST, ATTRVAULT,
      *          DELATTR and MODHIST, and the AUDITLOG key columns,
      *          is deciphered against the old wheel and re-ciphered
      *          against the new one under the same master password.
      *          The rotation a password generates depends on the
      *          password (and key file) alone, never on the wheel,
      *          so every stored distance - the inquiry credential's,
      *          each operator's and the escrow envelope's - stays
      *          exactly right: only their positions are re-found in
      *          the new wheel, and nobody has to re-enter a thing.
      *          An entry whose positions do not read back is
      *          retired rather than carried over as garbage.
      *          Refuses while VAULTLOCK is held (no override here -
      *          the session holding it must finish first) or while
      *          the JOURNAL holds an unfinished update. A MANAGERBAK
      *          generation is taken before anything is touched, then
      *          the vault lock, then .RKBAK backout copies of every
      *          file it rewrites, the way MANAGERESC's rekey does; if
      *          the run is interrupted, put the .RKBAK copies back
      *          by hand. A REWHEEL line goes on AUDITLOG.
      *          ESCROW is not in MANAGERBAK's set: after restoring a
      *          generation taken before a re-wheel, RE-SEAL the
      *          envelope, as after any older restore.
      *          Return code 0 when the profile is on its new wheel,
      *          8 when nothing was changed or the run went wrong.
      * Tectonics: GNU-COBOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGERRWH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Files are ASSIGN TO DYNAMIC so PROFILE-BUILD-NAMES can point
      *each one at the chosen profile's own file set, the same scheme
      *MANAGER.cbl uses.
           SELECT wheel ASSIGN TO DYNAMIC ws-wheel-file
                                         FILE STATUS IS fs-wheel.
           SELECT settings ASSIGN TO DYNAMIC ws-settings-file
                                         FILE STATUS IS fs-settings.
           SELECT escrow ASSIGN TO DYNAMIC ws-escrow-file
                                         FILE STATUS IS fs-esc.
           SELECT operators ASSIGN TO DYNAMIC ws-operators-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS op-id
                                         FILE STATUS IS fs-oper.
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
           SELECT totp-vault ASSIGN TO DYNAMIC ws-totpvault-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS totp-key
                                         FILE STATUS IS fs-totp.
           SELECT notes-vault ASSIGN TO DYNAMIC ws-notesvault-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS note-key
                                         FILE STATUS IS fs-notes.
           SELECT deleted-notes ASSIGN TO DYNAMIC ws-delnotes-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS del-note-key
                                         FILE STATUS IS fs-dnot.
           SELECT psw-history ASSIGN TO DYNAMIC ws-pswhist-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS hist-key
                                         FILE STATUS IS fs-hist.
           SELECT attr-vault ASSIGN TO DYNAMIC ws-attrvault-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS attr-key
                                         FILE STATUS IS fs-attr.
           SELECT del-attr ASSIGN TO DYNAMIC ws-delattr-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS del-attr-key
                                         FILE STATUS IS fs-datt.
           SELECT mod-history ASSIGN TO DYNAMIC ws-modhist-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS mh-key
                                         FILE STATUS IS fs-mh.
           SELECT audit-log ASSIGN TO DYNAMIC ws-auditlog-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-audit.
           SELECT aud-work ASSIGN TO DYNAMIC ws-audwork-name
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-awrk.
           SELECT journal ASSIGN TO DYNAMIC ws-journal-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-journal.
           SELECT bak-answers ASSIGN TO DYNAMIC ws-rwhin-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-rwhin.
           SELECT key-file ASSIGN TO DYNAMIC ws-keyfile-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-keyf.
           SELECT vault-lock ASSIGN TO DYNAMIC ws-vaultlock-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-lock.

       DATA DIVISION.
       FILE SECTION.
       FD wheel.
       01 rec-wheel PIC X(85248).

       FD settings.
       COPY MANAGER_SETREC.

      * The sealed envelope: the escrow password's positions in its
      * own rotation plus the distance back to the master rotation.
       FD escrow.
       01 esc-rec.
         02 esc-psw PIC 9(5) COMP OCCURS 20.
         02 esc-delta PIC 9(5) COMP.
         02 esc-set PIC X.

      * The operator roster: each operator's positions in the
      * rotation that operator's own password generates, plus the
      * distance back to the master rotation.
       FD operators.
       01 op-rec.
         02 op-id PIC X(7).
         02 op-area.
           03 op-psw PIC 9(5) COMP OCCURS 20.
           03 op-delta PIC 9(5) COMP.
         02 op-role PIC X.

       FD informations.
       COPY MANAGER_INFOREC.

       FD deleted-informations.
       01 del-rec.
         02 del-rec-key.
           03 del-site-name PIC X(40).
           03 del-account-label PIC X(20).
         02 del-timestamp PIC X(16).
         02 del-pasw-changed-date PIC 9(8).
         02 del-comp-informations PIC 9(5) COMP OCCURS 210.

       FD totp-vault.
       01 totp-rec.
         02 totp-key.
           03 totp-site PIC X(40).
           03 totp-account PIC X(20).
         02 totp-comp PIC 9(5) COMP OCCURS 32.

       FD notes-vault.
       01 note-rec.
         02 note-key.
           03 note-site PIC X(40).
           03 note-account PIC X(20).
           03 note-seq PIC 9(3).
         02 note-comp PIC 9(5) COMP OCCURS 60.

       FD deleted-notes.
       01 del-note-rec.
         02 del-note-key.
           03 del-note-site PIC X(40).
           03 del-note-account PIC X(20).
           03 del-note-seq PIC 9(3).
         02 del-note-comp PIC 9(5) COMP OCCURS 60.

       FD psw-history.
       01 hist-rec.
         02 hist-key.
           03 hist-site PIC X(40).
           03 hist-account PIC X(20).
           03 hist-seq PIC 9(3).
         02 hist-date PIC 9(8).
         02 hist-comp PIC 9(5) COMP OCCURS 30.

       FD attr-vault.
       01 attr-rec.
         02 attr-key.
           03 attr-site PIC X(40).
           03 attr-account PIC X(20).
           03 attr-label PIC X(12).
         02 attr-sens PIC X.
         02 attr-comp PIC 9(5) COMP OCCURS 40.

       FD del-attr.
       01 del-attr-rec.
         02 del-attr-key.
           03 del-attr-site PIC X(40).
           03 del-attr-account PIC X(20).
           03 del-attr-label PIC X(12).
         02 del-attr-sens PIC X.
         02 del-attr-comp PIC 9(5) COMP OCCURS 40.

       FD mod-history.
       01 mh-rec.
         02 mh-key.
           03 mh-site PIC X(40).
           03 mh-account PIC X(20).
           03 mh-seq PIC 9(3).
         02 mh-date PIC 9(8).
         02 mh-comp PIC 9(5) COMP OCCURS 180.

      * Audit line layout, the same one MANAGER.cbl writes: the
      * check value is chained over columns 1-340 into columns
      * 341-346.
       FD audit-log.
       01 audit-rec PIC X(346).

      * The audit trail's key columns are re-ciphered beside the live
      * file and the result swapped in whole, the way the MANAGERLOG
      * archive splits the log.
       FD aud-work.
       01 aud-work-line PIC X(346).

      * Write-ahead journal: state BEG/END in columns 1-3. A last
      * line still reading BEG is an update MANAGER has yet to roll
      * forward - against the OLD wheel.
       FD journal.
       01 jrnl-line PIC X(1450).

      * The snapshot is taken by MANAGERBAK itself, its console
      * answers fed from this transient file the way the MANAGERJOB
      * driver feeds a step. It never holds a key.
       FD bak-answers.
       01 rwhin-line PIC X(80).

      * Key-file second factor: when the profile requires it, the
      * wheel mixing is folded with a value derived from this file.
       FD key-file.
       01 keyf-line PIC X(64).

      * Single-writer lock: the re-wheel rewrites the whole vault
      * set. One line saying when the lock was taken and by which
      * program; its existence IS the lock.
       FD vault-lock.
       01 lock-line PIC X(40).


       WORKING-STORAGE SECTION.
       77 ws-profile-name PIC X(8) VALUE SPACES.
       77 ws-wheel-file PIC X(40) VALUE 'WHEEL'.
       77 ws-settings-file PIC X(40) VALUE 'SETTINGS'.
       77 ws-escrow-file PIC X(40) VALUE 'ESCROW'.
       77 ws-informations-file PIC X(40) VALUE 'INFORMATIONS'.
       77 ws-deletedinf-file PIC X(40) VALUE 'DELETEDINF'.
       77 ws-totpvault-file PIC X(40) VALUE 'TOTPVAULT'.
       77 ws-notesvault-file PIC X(40) VALUE 'NOTESVAULT'.
       77 ws-delnotes-file PIC X(40) VALUE 'DELNOTES'.
       77 ws-pswhist-file PIC X(40) VALUE 'PSWHIST'.
       77 ws-attrvault-file PIC X(40) VALUE 'ATTRVAULT'.
       77 ws-delattr-file PIC X(40) VALUE 'DELATTR'.
       77 ws-modhist-file PIC X(40) VALUE 'MODHIST'.
       77 ws-operators-file PIC X(40) VALUE 'OPERATORS'.
       77 ws-journal-file PIC X(40) VALUE 'JOURNAL'.
       77 ws-auditlog-file PIC X(40) VALUE 'AUDITLOG'.
       77 ws-rwhin-file PIC X(40) VALUE 'RWHIN'.

       01 ws-wheel-mixed.
         02 wheel-mixed PIC X OCCURS 85248 VALUE SPACES.
       01 ws-old-wheel-mixed.
         02 old-wheel-mixed PIC X OCCURS 85248 VALUE SPACES.
       01 ws-arr-wheel.
         02 arr-wheel PIC X OCCURS 85248 VALUE SPACES.
      * The wheel being moved onto. The old one stays in ws-arr-wheel
      * until the last credential has been read back out of it.
       01 ws-new-wheel.
         02 new-wheel PIC X OCCURS 85248 VALUE SPACES.

       01 ws-wheel-file-info.
         02 ws-wheel-file-size PIC 9(18) COMP-X.
         02 FILLER PIC X(8).

       77 fs PIC X(2).
       77 fs-wheel PIC X(2).
       77 fs-settings PIC X(2).
       77 fs-esc PIC X(2).
       77 fs-oper PIC X(2).
       77 fs-del PIC X(2).
       77 fs-totp PIC X(2).
       77 fs-notes PIC X(2).
       77 fs-dnot PIC X(2).
       77 fs-hist PIC X(2).
       77 fs-attr PIC X(2).
       77 fs-datt PIC X(2).
       77 fs-mh PIC X(2).
       77 fs-audit PIC X(2).
       77 fs-journal PIC X(2).
       77 fs-rwhin PIC X(2).

       77 ws-audit-action PIC X(10) VALUE SPACES.
       77 ws-audit-date PIC 9(8) VALUE ZERO.
       77 ws-audit-time PIC 9(8) VALUE ZERO.
       77 ws-audit-user PIC X(7) VALUE 'BATCH  '.
       77 ws-audit-chain PIC 9(6) VALUE ZERO.
       77 ws-chain-work PIC 9(6) VALUE ZERO.
       77 ind-chn PIC 9(3) VALUE 1.
       01 ws-ac-buf PIC X(60) VALUE SPACES.
       77 ind-ac PIC 99 VALUE 1.
       77 ws-ac-col PIC 9(3) VALUE 1.
       77 ws-ac-pos PIC 9(5) VALUE ZERO.
       77 fs-awrk PIC X(2).
       77 ws-audwork-name PIC X(48) VALUE SPACES.

       77 ind-arr PIC 9(5) VALUE 1.
       77 ws-key PIC X(20) VALUE SPACES.
       77 ws-cif-start PIC 9(5) VALUE 1.
       77 ws-master-start PIC 9(5) VALUE 1.

       77 ind-psw PIC 9(2) VALUE 1.
       01 ws-arr-psw.
         02 arr-psw PIC X OCCURS 20.
       01 verf.
         02 verf-psw-arr PIC X OCCURS 20.

      * One credential in flight: its positions, the start of the
      * rotation they were found in, and which record they belong to
      * - M master, I inquiry, O operator, E escrow. The rotation is
      * never built as a whole wheel; each position is looked up
      * straight through the start, on the old wheel to read it and
      * on the new one to find it again.
       01 ws-crd-area.
         02 crd-pos PIC 9(5) COMP OCCURS 20.
       77 ws-crd-kind PIC X VALUE SPACE.
       77 ws-crd-start PIC 9(5) VALUE 1.
       77 ws-crd-bad PIC X VALUE 'N'.
       77 ws-rot-idx PIC 9(5) VALUE 1.
       77 ws-oper-moved PIC 9(4) VALUE ZERO.
       77 ws-oper-dropped PIC 9(4) VALUE ZERO.

      * The new wheel's seed: bytes from the system's random source,
      * never anything a holder of the old WHEEL and SETTINGS could
      * work out - the master key does not change here, and the run
      * time goes on the audit line. The clock stands in only when
      * that source cannot be read.
       77 ws-whl-seed PIC 9(10) VALUE 1.
       77 ws-seed-work PIC 9(18) VALUE ZERO.
       77 ws-rand-file PIC X(40) VALUE '/dev/urandom'.
       77 ws-rand-handle PIC X(4) VALUE LOW-VALUES.
       77 ws-rand-access PIC X COMP-X VALUE 1.
       77 ws-rand-deny PIC X COMP-X VALUE 0.
       77 ws-rand-device PIC X COMP-X VALUE 0.
       77 ws-rand-offset PIC X(8) COMP-X VALUE 0.
       77 ws-rand-count PIC X(4) COMP-X VALUE 8.
       77 ws-rand-flags PIC X COMP-X VALUE 0.
       77 ws-rand-bytes PIC X(8) VALUE LOW-VALUES.
       77 ws-rand-ok PIC X VALUE 'N'.
       77 ind-rand PIC 9 VALUE 1.

       77 ws-keep-gens PIC 9(3) VALUE 0.
       77 ws-cmd PIC X(80) VALUE SPACES.
       77 ws-sys-rc PIC S9(9) VALUE 0.
       77 ws-jrnl-state PIC X(3) VALUE SPACES.
       77 ws-rwh-errors PIC 9(6) VALUE ZERO.

       77 ind-rec PIC 999 VALUE 1.
       01 ws-recarr.
         02 rec-arr PIC X OCCURS 210 VALUE SPACES.
       77 ind-totp PIC 99 VALUE 1.
       01 ws-totparr.
         02 totp-arr PIC X OCCURS 32 VALUE SPACES.
       77 ind-note PIC 99 VALUE 1.
       01 ws-notearr.
         02 note-arr PIC X OCCURS 60 VALUE SPACES.
       77 ind-hist PIC 99 VALUE 1.
       01 ws-histarr.
         02 hist-arr PIC X OCCURS 30 VALUE SPACES.
       77 ind-att PIC 99 VALUE 1.
       01 ws-attrarr.
         02 att-arr PIC X OCCURS 40 VALUE SPACES.
       77 ind-mh PIC 9(3) VALUE 1.
       01 ws-mharr.
         02 mh-arr PIC X OCCURS 180 VALUE SPACES.

       77 ws-keyfile-file PIC X(40) VALUE 'KEYFILE'.
       77 fs-keyf PIC X(2).
       77 ws-cif-fold PIC 9(5) VALUE 0.
       77 ws-keyf-data PIC X(64) VALUE SPACES.
       77 ind-keyf PIC 99 VALUE 1.

       77 ws-vaultlock-file PIC X(40) VALUE 'VAULTLOCK'.
       77 fs-lock PIC X(2).
       77 ws-lock-held PIC X VALUE 'N'.
       77 ws-lock-info PIC X(40) VALUE SPACES.
       77 ws-lock-date PIC 9(8) VALUE ZERO.
       77 ws-lock-time PIC 9(8) VALUE ZERO.

      * Whole-file backout copies taken before the first write - the
      * interactive rekey's guard, in batch form, with the WHEEL and
      * the credential files added since they are rewritten too.
       77 ws-rkbak-whl PIC X(48) VALUE SPACES.
       77 ws-rkbak-inf PIC X(48) VALUE SPACES.
       77 ws-rkbak-del PIC X(48) VALUE SPACES.
       77 ws-rkbak-set PIC X(48) VALUE SPACES.
       77 ws-rkbak-oper PIC X(48) VALUE SPACES.
       77 ws-rkbak-esc PIC X(48) VALUE SPACES.
       77 ws-rkbak-totp PIC X(48) VALUE SPACES.
       77 ws-rkbak-notes PIC X(48) VALUE SPACES.
       77 ws-rkbak-dnot PIC X(48) VALUE SPACES.
       77 ws-rkbak-hist PIC X(48) VALUE SPACES.
       77 ws-rkbak-attr PIC X(48) VALUE SPACES.
       77 ws-rkbak-datt PIC X(48) VALUE SPACES.
       77 ws-rkbak-mh PIC X(48) VALUE SPACES.
       77 ws-rkbak-aud PIC X(48) VALUE SPACES.

      * One piece of the backout set: copied only when it exists on
      * disk - the companion files and the credential files are all
      * optional.
       77 ws-gc-src PIC X(48) VALUE SPACES.
       77 ws-gc-dst PIC X(48) VALUE SPACES.
       77 ws-gc-fail PIC X VALUE 'N'.

      * The return code a job stream tests: 0 the run did what it
      * was asked, 8 it did not. A run that leaves early has failed
      * unless the exit says otherwise; the value is handed over
      * last thing, since a CALL resets RETURN-CODE.
       77 ws-run-rc PIC 9 VALUE 8.

       PROCEDURE DIVISION.

       MAINLINE.
           DISPLAY 'MANAGERRWH - RE-WHEEL A PROFILE'.
           PERFORM PROFILE-ASK 1 TIMES.

           DISPLAY 'GENERATIONS TO KEEP (0 = DEFAULT 5): '
               WITH NO ADVANCING.
           ACCEPT ws-keep-gens.

      *    A live session has the files open and its rotation built
      *    from the old wheel - there is no clearing the lock here.
           CALL "CBL_CHECK_FILE_EXIST" USING ws-vaultlock-file,
                                             ws-wheel-file-info.
           IF RETURN-CODE = 0
               PERFORM RWH-LOCK-SHOW 1 TIMES
               DISPLAY 'RE-WHEEL REFUSED - NOTHING CHANGED.'
               GO TO END-PROGRAM.

      *    An unfinished JOURNAL update is rolled forward by the next
      *    MANAGER start against the wheel it was written under, so
      *    it has to be finished before that wheel goes.
           PERFORM RWH-JOURNAL-CHECK 1 TIMES.
           IF ws-jrnl-state = 'BEG'
               DISPLAY 'JOURNAL HOLDS AN UNFINISHED UPDATE - OPEN'
                       ' MANAGER ONCE TO COMPLETE IT FIRST.'
               DISPLAY 'RE-WHEEL REFUSED - NOTHING CHANGED.'
               GO TO END-PROGRAM.

           OPEN INPUT settings.
           IF fs-settings NOT = '00'
               DISPLAY 'NO VAULT FOUND - RUN MANAGER FIRST.'
               GO TO END-PROGRAM.

           READ settings.
           OPEN INPUT wheel.
           IF fs-wheel NOT = '00'
               CLOSE settings
               DISPLAY 'CANNOT OPEN WHEEL - VAULT IS CORRUPT.'
               GO TO END-PROGRAM.

       READ-WHEEL.
      *    A short last record gets silently space-padded by a fixed-
      *    length READ rather than raising AT END, so the true size
      *    has to be checked against the file on disk before the
      *    record is trusted - a stat-based check, not a second READ.
           CALL "CBL_CHECK_FILE_EXIST" USING ws-wheel-file,
                                             ws-wheel-file-info.
           IF RETURN-CODE NOT = 0 OR ws-wheel-file-size NOT = 85248
               CLOSE wheel, settings
               DISPLAY 'WHEEL FILE WRONG SIZE - VAULT IS CORRUPT.'
               GO TO END-PROGRAM.

           READ wheel INTO ws-arr-wheel AT END
               CLOSE wheel, settings
               DISPLAY 'WHEEL FILE TOO SHORT - VAULT IS CORRUPT.'
               GO TO END-PROGRAM.

           CLOSE wheel.
           MOVE 1 TO ind-arr.
           GO TO KEYFILE-CHECK.

      * The settings flag is authoritative: the key file is only
      * read - and only required - when the profile says so. The
      * fold moves every rotation alike, so the new wheel is mixed
      * with the same fold as the old one.
       KEYFILE-CHECK.
           MOVE 0 TO ws-cif-fold.
           IF keyfile-flag NOT = 'Y'
               GO TO ASK-KEY.

           OPEN INPUT key-file.
           IF fs-keyf NOT = '00'
               CLOSE settings
               DISPLAY 'KEY FILE REQUIRED AND NOT PRESENT.'
               GO TO END-PROGRAM.

           READ key-file AT END
               CLOSE key-file, settings
               DISPLAY 'KEY FILE REQUIRED AND NOT PRESENT.'
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
           MOVE 1 TO ind-psw.

       READ-PSW.
           IF ind-psw GREATER 20
               MOVE 1 TO ind-psw, ind-arr
               CLOSE settings
               GO TO VERIFY-PSW.

           IF psw(ind-psw) LESS THAN 1 OR psw(ind-psw) GREATER THAN
                                                               85248
               CLOSE settings
               DISPLAY 'SETTINGS FILE IS CORRUPT.'
               GO TO END-PROGRAM.

           MOVE psw(ind-psw) TO ind-arr.
           MOVE wheel-mixed(ind-arr) TO verf-psw-arr(ind-psw).
           ADD 1 TO ind-psw.

           GO TO READ-PSW.

       VERIFY-PSW.
           IF ws-arr-psw NOT = verf
               DISPLAY 'MASTER KEY WRONG!'
               GO TO END-PROGRAM.

           MOVE ws-cif-start TO ws-master-start.

      *----------------------------------------------------------------
      * The MANAGERBAK generation comes first, while the vault lock
      * is still free - a snapshot refuses to copy a locked set.
      * Anything but a clean snapshot and nothing is changed.
      *----------------------------------------------------------------
       RWH-BACKUP.
           OPEN OUTPUT bak-answers.
           IF fs-rwhin NOT = '00'
               DISPLAY 'CANNOT WRITE ' ws-rwhin-file
                       ' - NO GENERATION TAKEN, NOTHING CHANGED.'
               GO TO END-PROGRAM.

           MOVE 'S' TO rwhin-line.
           WRITE rwhin-line.
           MOVE ws-profile-name TO rwhin-line.
           WRITE rwhin-line.
           MOVE ws-keep-gens TO rwhin-line.
           WRITE rwhin-line.
           CLOSE bak-answers.

           MOVE SPACES TO ws-cmd.
           STRING 'MANAGERBAK < ' DELIMITED BY SIZE
                  ws-rwhin-file DELIMITED BY SPACE
              INTO ws-cmd.
           CALL "SYSTEM" USING ws-cmd.
           MOVE RETURN-CODE TO ws-sys-rc.
           CALL "CBL_DELETE_FILE" USING ws-rwhin-file.

           IF ws-sys-rc NOT = 0
               DISPLAY 'MANAGERBAK SNAPSHOT DID NOT COMPLETE - '
                       'NOTHING CHANGED.'
               GO TO END-PROGRAM.

      * Only one session may hold the vault read-write. The lock was
      * free a moment ago; if a session took it while the snapshot
      * ran, the re-wheel still stands down.
       LOCK-ACQUIRE.
           CALL "CBL_CHECK_FILE_EXIST" USING ws-vaultlock-file,
                                             ws-wheel-file-info.
           IF RETURN-CODE = 0
               PERFORM RWH-LOCK-SHOW 1 TIMES
               DISPLAY 'RE-WHEEL REFUSED - NOTHING CHANGED.'
               GO TO END-PROGRAM.

       LOCK-TAKE.
           ACCEPT ws-lock-date FROM DATE YYYYMMDD.
           ACCEPT ws-lock-time FROM TIME.
           MOVE SPACES TO lock-line.
           STRING ws-lock-date DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ws-lock-time DELIMITED BY SIZE
                  ' MANAGERRWH' DELIMITED BY SIZE
               INTO lock-line.
           OPEN OUTPUT vault-lock.
           WRITE lock-line.
           CLOSE vault-lock.
           MOVE 'Y' TO ws-lock-held.

      *----------------------------------------------------------------
      * Backout copies of every piece that exists, before the first
      * write. A piece that exists but cannot be copied aborts the
      * run with the vault untouched.
      *----------------------------------------------------------------
       RWH-GUARD.
           PERFORM BUILD-GUARD-NAMES 1 TIMES.
           MOVE ws-wheel-file TO ws-gc-src.
           MOVE ws-rkbak-whl TO ws-gc-dst.
           PERFORM GUARD-COPY-ONE 1 TIMES.
           IF ws-gc-fail = 'Y'
               GO TO RWH-GUARD-FAIL.
           MOVE ws-informations-file TO ws-gc-src.
           MOVE ws-rkbak-inf TO ws-gc-dst.
           PERFORM GUARD-COPY-ONE 1 TIMES.
           IF ws-gc-fail = 'Y'
               GO TO RWH-GUARD-FAIL.
           MOVE ws-deletedinf-file TO ws-gc-src.
           MOVE ws-rkbak-del TO ws-gc-dst.
           PERFORM GUARD-COPY-ONE 1 TIMES.
           IF ws-gc-fail = 'Y'
               GO TO RWH-GUARD-FAIL.
           MOVE ws-settings-file TO ws-gc-src.
           MOVE ws-rkbak-set TO ws-gc-dst.
           PERFORM GUARD-COPY-ONE 1 TIMES.
           IF ws-gc-fail = 'Y'
               GO TO RWH-GUARD-FAIL.
           MOVE ws-operators-file TO ws-gc-src.
           MOVE ws-rkbak-oper TO ws-gc-dst.
           PERFORM GUARD-COPY-ONE 1 TIMES.
           IF ws-gc-fail = 'Y'
               GO TO RWH-GUARD-FAIL.
           MOVE ws-escrow-file TO ws-gc-src.
           MOVE ws-rkbak-esc TO ws-gc-dst.
           PERFORM GUARD-COPY-ONE 1 TIMES.
           IF ws-gc-fail = 'Y'
               GO TO RWH-GUARD-FAIL.
           MOVE ws-totpvault-file TO ws-gc-src.
           MOVE ws-rkbak-totp TO ws-gc-dst.
           PERFORM GUARD-COPY-ONE 1 TIMES.
           IF ws-gc-fail = 'Y'
               GO TO RWH-GUARD-FAIL.
           MOVE ws-notesvault-file TO ws-gc-src.
           MOVE ws-rkbak-notes TO ws-gc-dst.
           PERFORM GUARD-COPY-ONE 1 TIMES.
           IF ws-gc-fail = 'Y'
               GO TO RWH-GUARD-FAIL.
           MOVE ws-delnotes-file TO ws-gc-src.
           MOVE ws-rkbak-dnot TO ws-gc-dst.
           PERFORM GUARD-COPY-ONE 1 TIMES.
           IF ws-gc-fail = 'Y'
               GO TO RWH-GUARD-FAIL.
           MOVE ws-pswhist-file TO ws-gc-src.
           MOVE ws-rkbak-hist TO ws-gc-dst.
           PERFORM GUARD-COPY-ONE 1 TIMES.
           IF ws-gc-fail = 'Y'
               GO TO RWH-GUARD-FAIL.
           MOVE ws-attrvault-file TO ws-gc-src.
           MOVE ws-rkbak-attr TO ws-gc-dst.
           PERFORM GUARD-COPY-ONE 1 TIMES.
           IF ws-gc-fail = 'Y'
               GO TO RWH-GUARD-FAIL.
           MOVE ws-delattr-file TO ws-gc-src.
           MOVE ws-rkbak-datt TO ws-gc-dst.
           PERFORM GUARD-COPY-ONE 1 TIMES.
           IF ws-gc-fail = 'Y'
               GO TO RWH-GUARD-FAIL.
           MOVE ws-modhist-file TO ws-gc-src.
           MOVE ws-rkbak-mh TO ws-gc-dst.
           PERFORM GUARD-COPY-ONE 1 TIMES.
           IF ws-gc-fail = 'Y'
               GO TO RWH-GUARD-FAIL.
           MOVE ws-auditlog-file TO ws-gc-src.
           MOVE ws-rkbak-aud TO ws-gc-dst.
           PERFORM GUARD-COPY-ONE 1 TIMES.
           IF ws-gc-fail = 'Y'
               GO TO RWH-GUARD-FAIL.
           GO TO RWH-NEW-WHEEL.

       GUARD-COPY-ONE.
           MOVE 'N' TO ws-gc-fail.
           CALL "CBL_CHECK_FILE_EXIST" USING ws-gc-src,
                                             ws-wheel-file-info.
           IF RETURN-CODE = 0
               CALL "CBL_COPY_FILE" USING ws-gc-src, ws-gc-dst
               IF RETURN-CODE NOT = 0
                   MOVE 'Y' TO ws-gc-fail
               END-IF
           END-IF.
           EXIT.

       RWH-GUARD-FAIL.
           PERFORM DROP-GUARD 1 TIMES.
           DISPLAY 'CANNOT SECURE BACKOUT COPIES - RE-WHEEL'
                   ' ABANDONED, VAULT UNTOUCHED.'.
           GO TO END-PROGRAM.

      *----------------------------------------------------------------
      * The new wheel: generated, made sure it is not the old one,
      * and written over the live WHEEL first of all - if it will not
      * land intact the old one goes straight back and nothing else
      * has been touched.
      *----------------------------------------------------------------
       RWH-NEW-WHEEL.
           PERFORM RWH-SEED-RANDOM 1 TIMES.
           IF ws-rand-ok NOT = 'Y'
               DISPLAY 'NO SYSTEM RANDOM SOURCE - THE NEW WHEEL IS'
                       ' SEEDED FROM THE CLOCK.'
               COMPUTE ws-seed-work = ws-lock-date * 100000000
                                    + ws-lock-time
               COMPUTE ws-whl-seed =
                       FUNCTION MOD(ws-seed-work, 2147483646).

       RWH-NEW-GEN.
           CALL "MANAGERWHL" USING ws-new-wheel, ws-whl-seed.
           IF ws-new-wheel = ws-arr-wheel
               ADD 1 TO ws-whl-seed
               GO TO RWH-NEW-GEN.

           OPEN OUTPUT wheel.
           IF fs-wheel NOT = '00'
               GO TO RWH-WHEEL-FAIL.
           WRITE rec-wheel FROM ws-new-wheel.
           CLOSE wheel.
           CALL "CBL_CHECK_FILE_EXIST" USING ws-wheel-file,
                                             ws-wheel-file-info.
           IF RETURN-CODE NOT = 0 OR ws-wheel-file-size NOT = 85248
               GO TO RWH-WHEEL-FAIL.

      *    The session's rotation so far is the old one; the new one
      *    starts at the same place on the new wheel.
           MOVE ws-wheel-mixed TO ws-old-wheel-mixed.
           CALL "MANAGERCIF"
           USING ws-new-wheel, ws-key, ws-wheel-mixed, ws-cif-start,
                 ws-cif-fold.
           GO TO RWH-SETTINGS.

       RWH-WHEEL-FAIL.
           CALL "CBL_COPY_FILE" USING ws-rkbak-whl, ws-wheel-file.
           PERFORM DROP-GUARD 1 TIMES.
           DISPLAY 'NEW WHEEL DID NOT WRITE INTACT - RE-WHEEL'
                   ' ABANDONED, VAULT UNTOUCHED.'.
           GO TO END-PROGRAM.

      *----------------------------------------------------------------
      * SETTINGS: the master positions found again in the new
      * rotation; the inquiry credential read back through its own
      * rotation on the old wheel and found again on the new one.
      * Its distance to the master rotation does not change.
      *----------------------------------------------------------------
       RWH-SETTINGS.
           MOVE ws-key TO ws-arr-psw.
           MOVE ws-master-start TO ws-crd-start.
           MOVE 1 TO ind-psw, ind-arr.
           PERFORM CRED-CIPHER 1 TIMES.
           MOVE 'M' TO ws-crd-kind.
           PERFORM CRED-STORE 1 TIMES.

           IF psw2-set NOT = 'Y'
               GO TO RWH-SETTINGS-WRITE.

           IF psw2-delta GREATER 85247
               GO TO RWH-INQ-RETIRE.

           COMPUTE ws-crd-start = FUNCTION MOD(ws-master-start - 1
                                - psw2-delta + 85248, 85248) + 1.
           MOVE 'I' TO ws-crd-kind.
           PERFORM CRED-LOAD 1 TIMES.
           PERFORM CRED-DECIPHER 1 TIMES.
           IF ws-crd-bad = 'Y'
               GO TO RWH-INQ-RETIRE.

           MOVE 1 TO ind-psw, ind-arr.
           PERFORM CRED-CIPHER 1 TIMES.
           PERFORM CRED-STORE 1 TIMES.
           GO TO RWH-SETTINGS-WRITE.

       RWH-INQ-RETIRE.
           INITIALIZE inq-area.
           DISPLAY 'INQUIRY CREDENTIAL UNREADABLE - RETIRED, SET IT'
                   ' AGAIN FROM MANAGER.'.

       RWH-SETTINGS-WRITE.
           OPEN OUTPUT settings.
           WRITE rec-imp.
           CLOSE settings.

      *----------------------------------------------------------------
      * OPERATORS: each roster entry the same way as the inquiry
      * credential. An entry that does not read back is retired, as
      * OPER-RETIRE would - carried over it could never sign on.
      *----------------------------------------------------------------
       RWH-OPER-INIT.
           OPEN I-O operators.
           IF fs-oper NOT = '00'
               CLOSE operators
               GO TO RWH-ESC-INIT.
           MOVE 'O' TO ws-crd-kind.

       RWH-OPER-READ.
           READ operators NEXT AT END
               CLOSE operators
               GO TO RWH-ESC-INIT.

           IF op-delta GREATER 85247
               GO TO RWH-OPER-DROP.

           COMPUTE ws-crd-start = FUNCTION MOD(ws-master-start - 1
                                - op-delta + 85248, 85248) + 1.
           PERFORM CRED-LOAD 1 TIMES.
           PERFORM CRED-DECIPHER 1 TIMES.
           IF ws-crd-bad = 'Y'
               GO TO RWH-OPER-DROP.

           MOVE 1 TO ind-psw, ind-arr.
           PERFORM CRED-CIPHER 1 TIMES.
           PERFORM CRED-STORE 1 TIMES.
           REWRITE op-rec INVALID KEY
               DISPLAY ' RE-WHEEL ERROR!? ' op-id
               ADD 1 TO ws-rwh-errors
           END-REWRITE.
           ADD 1 TO ws-oper-moved.
           GO TO RWH-OPER-READ.

       RWH-OPER-DROP.
           DISPLAY 'OPERATOR ' op-id ' UNREADABLE - RETIRED, ADD'
                   ' AGAIN FROM MANAGER.'.
           DELETE operators INVALID KEY CONTINUE.
           ADD 1 TO ws-oper-dropped.
           GO TO RWH-OPER-READ.

      * The envelope the same way: no escrow password is needed,
      * only the stored distance back from the master rotation.
       RWH-ESC-INIT.
           OPEN I-O escrow.
           IF fs-esc NOT = '00'
               CLOSE escrow
               GO TO RECIPHER-INF-INIT.

           READ escrow AT END
               CLOSE escrow
               GO TO RECIPHER-INF-INIT.

           IF esc-set NOT = 'Y'
               CLOSE escrow
               GO TO RECIPHER-INF-INIT.

           IF esc-delta GREATER 85247
               GO TO RWH-ESC-DROP.

           COMPUTE ws-crd-start = FUNCTION MOD(ws-master-start - 1
                                - esc-delta + 85248, 85248) + 1.
           MOVE 'E' TO ws-crd-kind.
           PERFORM CRED-LOAD 1 TIMES.
           PERFORM CRED-DECIPHER 1 TIMES.
           IF ws-crd-bad = 'Y'
               GO TO RWH-ESC-DROP.

           MOVE 1 TO ind-psw, ind-arr.
           PERFORM CRED-CIPHER 1 TIMES.
           PERFORM CRED-STORE 1 TIMES.
           REWRITE esc-rec.
           CLOSE escrow.
           GO TO RECIPHER-INF-INIT.

       RWH-ESC-DROP.
           CLOSE escrow.
           CALL "CBL_DELETE_FILE" USING ws-escrow-file.
           DISPLAY 'ESCROW ENVELOPE UNREADABLE - DESTROYED, RE-SEAL'
                   ' IT WITH MANAGERESC.'.
           GO TO RECIPHER-INF-INIT.

      *----------------------------------------------------------------
      * Every enciphered file: deciphered against the old rotation,
      * re-ciphered into the new one, record by record.
      *----------------------------------------------------------------
       RECIPHER-INF-INIT.
           OPEN I-O informations.
           IF fs NOT = '00'
               CLOSE informations
               GO TO RECIPHER-BIN-INIT.
           GO TO RECIPHER-INF-READ.

       RECIPHER-INF-READ.
           READ informations NEXT AT END
               CLOSE informations
               GO TO RECIPHER-BIN-INIT.

           MOVE 1 TO ind-rec.
           GO TO RECIPHER-INF-DEC.

       RECIPHER-INF-DEC.
           IF ind-rec GREATER THAN 210
               MOVE 1 TO ind-rec
               GO TO RECIPHER-INF-CIF.

           MOVE comp-informations(ind-rec) TO ind-arr.
           MOVE old-wheel-mixed(ind-arr) TO rec-arr(ind-rec).
           ADD 1 TO ind-rec.
           GO TO RECIPHER-INF-DEC.

       RECIPHER-INF-CIF.
           IF ind-rec GREATER THAN 210
               REWRITE rec INVALID KEY
                   DISPLAY ' RE-WHEEL ERROR!? '
                   ADD 1 TO ws-rwh-errors
               END-REWRITE
               MOVE 1 TO ind-rec, ind-arr
               GO TO RECIPHER-INF-READ.

           IF ind-arr GREATER THAN 85248
               MOVE 1 TO ind-arr.

           IF rec-arr(ind-rec) = wheel-mixed(ind-arr)
               MOVE ind-arr TO comp-informations(ind-rec)
               ADD 1 TO ind-rec
               GO TO RECIPHER-INF-CIF.

           ADD 1 TO ind-arr.
           GO TO RECIPHER-INF-CIF.

       RECIPHER-BIN-INIT.
           OPEN I-O deleted-informations.
           IF fs-del NOT = '00'
               CLOSE deleted-informations
               GO TO RECIPHER-TOTP-INIT.
           GO TO RECIPHER-BIN-READ.

       RECIPHER-BIN-READ.
           READ deleted-informations NEXT AT END
               CLOSE deleted-informations
               GO TO RECIPHER-TOTP-INIT.

           MOVE 1 TO ind-rec.
           GO TO RECIPHER-BIN-DEC.

       RECIPHER-BIN-DEC.
           IF ind-rec GREATER THAN 210
               MOVE 1 TO ind-rec
               GO TO RECIPHER-BIN-CIF.

           MOVE del-comp-informations(ind-rec) TO ind-arr.
           MOVE old-wheel-mixed(ind-arr) TO rec-arr(ind-rec).
           ADD 1 TO ind-rec.
           GO TO RECIPHER-BIN-DEC.

       RECIPHER-BIN-CIF.
           IF ind-rec GREATER THAN 210
               REWRITE del-rec INVALID KEY
                   DISPLAY ' RE-WHEEL ERROR!? '
                   ADD 1 TO ws-rwh-errors
               END-REWRITE
               MOVE 1 TO ind-rec, ind-arr
               GO TO RECIPHER-BIN-READ.

           IF ind-arr GREATER THAN 85248
               MOVE 1 TO ind-arr.

           IF rec-arr(ind-rec) = wheel-mixed(ind-arr)
               MOVE ind-arr TO del-comp-informations(ind-rec)
               ADD 1 TO ind-rec
               GO TO RECIPHER-BIN-CIF.

           ADD 1 TO ind-arr.
           GO TO RECIPHER-BIN-CIF.

       RECIPHER-TOTP-INIT.
           OPEN I-O totp-vault.
           IF fs-totp NOT = '00'
               CLOSE totp-vault
               GO TO RECIPHER-NOTES-INIT.
           GO TO RECIPHER-TOTP-READ.

       RECIPHER-TOTP-READ.
           READ totp-vault NEXT AT END
               CLOSE totp-vault
               GO TO RECIPHER-NOTES-INIT.

           MOVE 1 TO ind-totp.
           GO TO RECIPHER-TOTP-DEC.

       RECIPHER-TOTP-DEC.
           IF ind-totp GREATER THAN 32
               MOVE 1 TO ind-totp
               GO TO RECIPHER-TOTP-CIF.

           MOVE totp-comp(ind-totp) TO ind-arr.
           MOVE old-wheel-mixed(ind-arr) TO totp-arr(ind-totp).
           ADD 1 TO ind-totp.
           GO TO RECIPHER-TOTP-DEC.

       RECIPHER-TOTP-CIF.
           IF ind-totp GREATER THAN 32
               REWRITE totp-rec INVALID KEY
                   DISPLAY ' RE-WHEEL ERROR!? '
                   ADD 1 TO ws-rwh-errors
               END-REWRITE
               MOVE 1 TO ind-totp, ind-arr
               GO TO RECIPHER-TOTP-READ.

           IF ind-arr GREATER THAN 85248
               MOVE 1 TO ind-arr.

           IF totp-arr(ind-totp) = wheel-mixed(ind-arr)
               MOVE ind-arr TO totp-comp(ind-totp)
               ADD 1 TO ind-totp
               GO TO RECIPHER-TOTP-CIF.

           ADD 1 TO ind-arr.
           GO TO RECIPHER-TOTP-CIF.

       RECIPHER-NOTES-INIT.
           OPEN I-O notes-vault.
           IF fs-notes NOT = '00'
               CLOSE notes-vault
               GO TO RECIPHER-DNOT-INIT.
           GO TO RECIPHER-NOTES-READ.

       RECIPHER-NOTES-READ.
           READ notes-vault NEXT AT END
               CLOSE notes-vault
               GO TO RECIPHER-DNOT-INIT.

           MOVE 1 TO ind-note.
           GO TO RECIPHER-NOTES-DEC.

       RECIPHER-NOTES-DEC.
           IF ind-note GREATER THAN 60
               MOVE 1 TO ind-note
               GO TO RECIPHER-NOTES-CIF.

           MOVE note-comp(ind-note) TO ind-arr.
           MOVE old-wheel-mixed(ind-arr) TO note-arr(ind-note).
           ADD 1 TO ind-note.
           GO TO RECIPHER-NOTES-DEC.

       RECIPHER-NOTES-CIF.
           IF ind-note GREATER THAN 60
               REWRITE note-rec INVALID KEY
                   DISPLAY ' RE-WHEEL ERROR!? '
                   ADD 1 TO ws-rwh-errors
               END-REWRITE
               MOVE 1 TO ind-note, ind-arr
               GO TO RECIPHER-NOTES-READ.

           IF ind-arr GREATER THAN 85248
               MOVE 1 TO ind-arr.

           IF note-arr(ind-note) = wheel-mixed(ind-arr)
               MOVE ind-arr TO note-comp(ind-note)
               ADD 1 TO ind-note
               GO TO RECIPHER-NOTES-CIF.

           ADD 1 TO ind-arr.
           GO TO RECIPHER-NOTES-CIF.

       RECIPHER-DNOT-INIT.
           OPEN I-O deleted-notes.
           IF fs-dnot NOT = '00'
               CLOSE deleted-notes
               GO TO RECIPHER-HIST-INIT.
           GO TO RECIPHER-DNOT-READ.

       RECIPHER-DNOT-READ.
           READ deleted-notes NEXT AT END
               CLOSE deleted-notes
               GO TO RECIPHER-HIST-INIT.

           MOVE 1 TO ind-note.
           GO TO RECIPHER-DNOT-DEC.

       RECIPHER-DNOT-DEC.
           IF ind-note GREATER THAN 60
               MOVE 1 TO ind-note
               GO TO RECIPHER-DNOT-CIF.

           MOVE del-note-comp(ind-note) TO ind-arr.
           MOVE old-wheel-mixed(ind-arr) TO note-arr(ind-note).
           ADD 1 TO ind-note.
           GO TO RECIPHER-DNOT-DEC.

       RECIPHER-DNOT-CIF.
           IF ind-note GREATER THAN 60
               REWRITE del-note-rec INVALID KEY
                   DISPLAY ' RE-WHEEL ERROR!? '
                   ADD 1 TO ws-rwh-errors
               END-REWRITE
               MOVE 1 TO ind-note, ind-arr
               GO TO RECIPHER-DNOT-READ.

           IF ind-arr GREATER THAN 85248
               MOVE 1 TO ind-arr.

           IF note-arr(ind-note) = wheel-mixed(ind-arr)
               MOVE ind-arr TO del-note-comp(ind-note)
               ADD 1 TO ind-note
               GO TO RECIPHER-DNOT-CIF.

           ADD 1 TO ind-arr.
           GO TO RECIPHER-DNOT-CIF.

       RECIPHER-HIST-INIT.
           OPEN I-O psw-history.
           IF fs-hist NOT = '00'
               CLOSE psw-history
               GO TO RECIPHER-ATTR-INIT.
           GO TO RECIPHER-HIST-READ.

       RECIPHER-HIST-READ.
           READ psw-history NEXT AT END
               CLOSE psw-history
               GO TO RECIPHER-ATTR-INIT.

           MOVE 1 TO ind-hist.
           GO TO RECIPHER-HIST-DEC.

       RECIPHER-HIST-DEC.
           IF ind-hist GREATER THAN 30
               MOVE 1 TO ind-hist
               GO TO RECIPHER-HIST-CIF.

           MOVE hist-comp(ind-hist) TO ind-arr.
           MOVE old-wheel-mixed(ind-arr) TO hist-arr(ind-hist).
           ADD 1 TO ind-hist.
           GO TO RECIPHER-HIST-DEC.

       RECIPHER-HIST-CIF.
           IF ind-hist GREATER THAN 30
               REWRITE hist-rec INVALID KEY
                   DISPLAY ' RE-WHEEL ERROR!? '
                   ADD 1 TO ws-rwh-errors
               END-REWRITE
               MOVE 1 TO ind-hist, ind-arr
               GO TO RECIPHER-HIST-READ.

           IF ind-arr GREATER THAN 85248
               MOVE 1 TO ind-arr.

           IF hist-arr(ind-hist) = wheel-mixed(ind-arr)
               MOVE ind-arr TO hist-comp(ind-hist)
               ADD 1 TO ind-hist
               GO TO RECIPHER-HIST-CIF.

           ADD 1 TO ind-arr.
           GO TO RECIPHER-HIST-CIF.

       RECIPHER-ATTR-INIT.
           OPEN I-O attr-vault.
           IF fs-attr NOT = '00'
               CLOSE attr-vault
               GO TO RECIPHER-DATT-INIT.
           GO TO RECIPHER-ATTR-READ.

       RECIPHER-ATTR-READ.
           READ attr-vault NEXT AT END
               CLOSE attr-vault
               GO TO RECIPHER-DATT-INIT.

           MOVE 1 TO ind-att.
           GO TO RECIPHER-ATTR-DEC.

       RECIPHER-ATTR-DEC.
           IF ind-att GREATER THAN 40
               MOVE 1 TO ind-att
               GO TO RECIPHER-ATTR-CIF.

           MOVE attr-comp(ind-att) TO ind-arr.
           MOVE old-wheel-mixed(ind-arr) TO att-arr(ind-att).
           ADD 1 TO ind-att.
           GO TO RECIPHER-ATTR-DEC.

       RECIPHER-ATTR-CIF.
           IF ind-att GREATER THAN 40
               REWRITE attr-rec INVALID KEY
                   DISPLAY ' RE-WHEEL ERROR!? '
                   ADD 1 TO ws-rwh-errors
               END-REWRITE
               MOVE 1 TO ind-att, ind-arr
               GO TO RECIPHER-ATTR-READ.

           IF ind-arr GREATER THAN 85248
               MOVE 1 TO ind-arr.

           IF att-arr(ind-att) = wheel-mixed(ind-arr)
               MOVE ind-arr TO attr-comp(ind-att)
               ADD 1 TO ind-att
               GO TO RECIPHER-ATTR-CIF.

           ADD 1 TO ind-arr.
           GO TO RECIPHER-ATTR-CIF.

       RECIPHER-DATT-INIT.
           OPEN I-O del-attr.
           IF fs-datt NOT = '00'
               CLOSE del-attr
               GO TO RECIPHER-MH-INIT.
           GO TO RECIPHER-DATT-READ.

       RECIPHER-DATT-READ.
           READ del-attr NEXT AT END
               CLOSE del-attr
               GO TO RECIPHER-MH-INIT.

           MOVE 1 TO ind-att.
           GO TO RECIPHER-DATT-DEC.

       RECIPHER-DATT-DEC.
           IF ind-att GREATER THAN 40
               MOVE 1 TO ind-att
               GO TO RECIPHER-DATT-CIF.

           MOVE del-attr-comp(ind-att) TO ind-arr.
           MOVE old-wheel-mixed(ind-arr) TO att-arr(ind-att).
           ADD 1 TO ind-att.
           GO TO RECIPHER-DATT-DEC.

       RECIPHER-DATT-CIF.
           IF ind-att GREATER THAN 40
               REWRITE del-attr-rec INVALID KEY
                   DISPLAY ' RE-WHEEL ERROR!? '
                   ADD 1 TO ws-rwh-errors
               END-REWRITE
               MOVE 1 TO ind-att, ind-arr
               GO TO RECIPHER-DATT-READ.

           IF ind-arr GREATER THAN 85248
               MOVE 1 TO ind-arr.

           IF att-arr(ind-att) = wheel-mixed(ind-arr)
               MOVE ind-arr TO del-attr-comp(ind-att)
               ADD 1 TO ind-att
               GO TO RECIPHER-DATT-CIF.

           ADD 1 TO ind-arr.
           GO TO RECIPHER-DATT-CIF.

       RECIPHER-MH-INIT.
           OPEN I-O mod-history.
           IF fs-mh NOT = '00'
               CLOSE mod-history
               GO TO RECIPHER-AUD-INIT.
           GO TO RECIPHER-MH-READ.

       RECIPHER-MH-READ.
           READ mod-history NEXT AT END
               CLOSE mod-history
               GO TO RECIPHER-AUD-INIT.

           MOVE 1 TO ind-mh.
           GO TO RECIPHER-MH-DEC.

       RECIPHER-MH-DEC.
           IF ind-mh GREATER THAN 180
               MOVE 1 TO ind-mh
               GO TO RECIPHER-MH-CIF.

           MOVE mh-comp(ind-mh) TO ind-arr.
           MOVE old-wheel-mixed(ind-arr) TO mh-arr(ind-mh).
           ADD 1 TO ind-mh.
           GO TO RECIPHER-MH-DEC.

       RECIPHER-MH-CIF.
           IF ind-mh GREATER THAN 180
               REWRITE mh-rec INVALID KEY
                   DISPLAY ' RE-WHEEL ERROR!? '
                   ADD 1 TO ws-rwh-errors
               END-REWRITE
               MOVE 1 TO ind-mh, ind-arr
               GO TO RECIPHER-MH-READ.

           IF ind-arr GREATER THAN 85248
               MOVE 1 TO ind-arr.

           IF mh-arr(ind-mh) = wheel-mixed(ind-arr)
               MOVE ind-arr TO mh-comp(ind-mh)
               ADD 1 TO ind-mh
               GO TO RECIPHER-MH-CIF.

           ADD 1 TO ind-arr.
           GO TO RECIPHER-MH-CIF.
      * The audit trail's key columns are enciphered under the same
      * wheel-mixed as everything else, so they get the same pass -
      * or every earlier FIND line would feed the quick-pick garbage
      * under the new wheel. The rewritten trail is built beside the
      * live file and swapped in whole; every line is re-stamped
      * with a fresh chain as it goes.
       RECIPHER-AUD-INIT.
           OPEN INPUT audit-log.
           IF fs-audit NOT = '00'
               CLOSE audit-log
               GO TO RWH-DONE.
           OPEN OUTPUT aud-work.
           MOVE 0 TO ws-audit-chain.
           GO TO RECIPHER-AUD-READ.

       RECIPHER-AUD-READ.
           READ audit-log AT END
               GO TO RECIPHER-AUD-SWAP.

      *    Re-ciphering a misread legacy line would garble it for
      *    good, and a legacy site-name can start with digits - so
      *    the test asks for the whole group areas and the check
      *    value: a legacy line always has separator blanks inside
      *    30-330.
           IF audit-rec(30:200) NUMERIC AND
              audit-rec(231:100) NUMERIC AND
              audit-rec(341:6) NUMERIC
               MOVE SPACES TO ws-ac-buf
               MOVE 1 TO ind-ac
               PERFORM RECIPHER-AUD-DECIPHER 1 TIMES
               MOVE SPACES TO audit-rec(30:301)
               MOVE 1 TO ind-ac, ind-arr
               PERFORM AUDIT-KEY-CIPHER 1 TIMES.

           PERFORM AUDIT-CHAIN-CALC 1 TIMES.
           MOVE ws-chain-work TO audit-rec(341:6).
           MOVE ws-chain-work TO ws-audit-chain.
           MOVE audit-rec TO aud-work-line.
           WRITE aud-work-line.
           GO TO RECIPHER-AUD-READ.

      * Bring the sixty key characters back from the line's position
      * groups, against the OLD rotation - the one the line was
      * written under.
       RECIPHER-AUD-DECIPHER.
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
                       MOVE old-wheel-mixed(ind-arr)
                           TO ws-ac-buf(ind-ac:1)
                   END-IF
               ELSE
                   MOVE SPACE TO ws-ac-buf(ind-ac:1)
               END-IF
               ADD 1 TO ind-ac
               GO TO RECIPHER-AUD-DECIPHER.

      * Cipher the sixty key characters into their 5-digit position
      * groups on the line, against the NEW rotation.
       AUDIT-KEY-CIPHER.
           IF ind-ac GREATER 60
               MOVE 1 TO ind-ac, ind-arr
           ELSE
               IF ind-arr GREATER 85248
                   MOVE 1 TO ind-arr
               END-IF
               IF ws-ac-buf(ind-ac:1) = wheel-mixed(ind-arr)
                   IF ind-ac NOT GREATER 40
                       COMPUTE ws-ac-col = 30 + (ind-ac - 1) * 5
                   ELSE
                       COMPUTE ws-ac-col = 231 + (ind-ac - 41) * 5
                   END-IF
                   MOVE ind-arr TO ws-ac-pos
                   MOVE ws-ac-pos TO audit-rec(ws-ac-col:5)
                   ADD 1 TO ind-ac
               ELSE
                   ADD 1 TO ind-arr
               END-IF
               GO TO AUDIT-KEY-CIPHER.

       RECIPHER-AUD-SWAP.
           CLOSE audit-log, aud-work.
           CALL "CBL_COPY_FILE" USING ws-audwork-name,
                                      ws-auditlog-file.
           IF RETURN-CODE NOT = 0
               ADD 1 TO ws-rwh-errors
               DISPLAY 'AUDIT TRAIL NOT RE-CIPHERED!?'.
           CALL "CBL_DELETE_FILE" USING ws-audwork-name.

      * The profile is on its new wheel. The write-ahead journal
      * carries positions under the old one and goes with it, as the
      * MANAGERESC break-glass drops it; the guard copies go only
      * when every record made it across.
       RWH-DONE.
           CALL "CBL_DELETE_FILE" USING ws-journal-file.
           MOVE 'REWHEEL' TO ws-audit-action.
           PERFORM RWH-AUDIT 1 TIMES.

           IF ws-rwh-errors GREATER 0
               DISPLAY 'RE-WHEEL FINISHED WITH ' ws-rwh-errors
                       ' ERROR(S) - THE .RKBAK COPIES ARE KEPT; PUT'
                       ' THEM BACK BEFORE USING THE VAULT.'
               GO TO END-PROGRAM.

           PERFORM DROP-GUARD 1 TIMES.
           DISPLAY 'RE-WHEEL COMPLETE - THE PROFILE IS ON A NEW WHEEL'
                   ' UNDER THE SAME MASTER KEY.'.
           DISPLAY 'OPERATORS CARRIED OVER: ' ws-oper-moved
                   '  RETIRED: ' ws-oper-dropped.
           MOVE 0 TO ws-run-rc.
           GO TO END-PROGRAM.

      * Copy one credential's positions into the work area, by kind.
       CRED-LOAD.
           IF ind-psw GREATER 20
               MOVE 1 TO ind-psw
               MOVE 'N' TO ws-crd-bad
           ELSE
               IF ws-crd-kind = 'I'
                   MOVE psw2(ind-psw) TO crd-pos(ind-psw)
               END-IF
               IF ws-crd-kind = 'O'
                   MOVE op-psw(ind-psw) TO crd-pos(ind-psw)
               END-IF
               IF ws-crd-kind = 'E'
                   MOVE esc-psw(ind-psw) TO crd-pos(ind-psw)
               END-IF
               ADD 1 TO ind-psw
               GO TO CRED-LOAD.

      * And back into its record once found again.
       CRED-STORE.
           IF ind-psw GREATER 20
               MOVE 1 TO ind-psw
           ELSE
               IF ws-crd-kind = 'M'
                   MOVE crd-pos(ind-psw) TO psw(ind-psw)
               END-IF
               IF ws-crd-kind = 'I'
                   MOVE crd-pos(ind-psw) TO psw2(ind-psw)
               END-IF
               IF ws-crd-kind = 'O'
                   MOVE crd-pos(ind-psw) TO op-psw(ind-psw)
               END-IF
               IF ws-crd-kind = 'E'
                   MOVE crd-pos(ind-psw) TO esc-psw(ind-psw)
               END-IF
               ADD 1 TO ind-psw
               GO TO CRED-STORE.

      * Read the password back off the OLD wheel: position p of the
      * rotation starting at s is wheel place s + p - 1, wrapped.
       CRED-DECIPHER.
           IF ind-psw GREATER 20
               MOVE 1 TO ind-psw
           ELSE
               IF crd-pos(ind-psw) LESS 1 OR GREATER 85248
                   MOVE 'Y' TO ws-crd-bad
                   MOVE SPACE TO arr-psw(ind-psw)
               ELSE
                   COMPUTE ws-rot-idx = FUNCTION MOD(ws-crd-start - 1
                                      + crd-pos(ind-psw) - 1, 85248)
                                      + 1
                   MOVE arr-wheel(ws-rot-idx) TO arr-psw(ind-psw)
               END-IF
               ADD 1 TO ind-psw
               GO TO CRED-DECIPHER.

      * Find it again on the NEW wheel, same rotation start, with the
      * same forward search every password set-up uses.
       CRED-CIPHER.
           IF ind-psw GREATER 20
               MOVE 1 TO ind-psw, ind-arr
           ELSE
               IF ind-arr GREATER 85248
                   MOVE 1 TO ind-arr
               END-IF
               COMPUTE ws-rot-idx = FUNCTION MOD(ws-crd-start - 1
                                  + ind-arr - 1, 85248) + 1
               IF arr-psw(ind-psw) = new-wheel(ws-rot-idx)
                   MOVE ind-arr TO crd-pos(ind-psw)
                   ADD 1 TO ind-psw, ind-arr
               ELSE
                   ADD 1 TO ind-arr
               END-IF
               GO TO CRED-CIPHER.

      * Eight bytes of the system's random source folded into the
      * seed; ws-rand-ok stays N if the source will not open or read.
       RWH-SEED-RANDOM.
           MOVE 'N' TO ws-rand-ok.
           CALL "CBL_OPEN_FILE" USING ws-rand-file, ws-rand-access,
                                      ws-rand-deny, ws-rand-device,
                                      ws-rand-handle.
           IF RETURN-CODE = 0
               CALL "CBL_READ_FILE" USING ws-rand-handle,
                                          ws-rand-offset,
                                          ws-rand-count,
                                          ws-rand-flags,
                                          ws-rand-bytes
               IF RETURN-CODE = 0
                   MOVE 'Y' TO ws-rand-ok
               END-IF
               CALL "CBL_CLOSE_FILE" USING ws-rand-handle.
           IF ws-rand-ok = 'Y'
               MOVE 0 TO ws-whl-seed
               MOVE 1 TO ind-rand
               PERFORM RWH-SEED-BYTE 1 TIMES.
           EXIT.

       RWH-SEED-BYTE.
           IF ind-rand GREATER 8
               MOVE 1 TO ind-rand
           ELSE
               COMPUTE ws-seed-work = ws-whl-seed * 256
                   + FUNCTION ORD(ws-rand-bytes(ind-rand:1)) - 1
               COMPUTE ws-whl-seed =
                       FUNCTION MOD(ws-seed-work, 2147483646)
               ADD 1 TO ind-rand
               GO TO RWH-SEED-BYTE.

       RWH-LOCK-SHOW.
           MOVE SPACES TO ws-lock-info.
           OPEN INPUT vault-lock.
           IF fs-lock = '00'
               READ vault-lock
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE lock-line TO ws-lock-info
               END-READ
               CLOSE vault-lock.
           DISPLAY 'VAULT IS LOCKED BY ANOTHER SESSION: '
                   ws-lock-info.
           EXIT.

      * JOURNAL: only the last line matters - a BEG there was never
      * matched by its END.
       RWH-JOURNAL-CHECK.
           MOVE SPACES TO ws-jrnl-state.
           OPEN INPUT journal.
           IF fs-journal = '00'
               PERFORM RWH-JOURNAL-READ 1 TIMES
               CLOSE journal.
           EXIT.

       RWH-JOURNAL-READ.
           READ journal
               AT END
                   CONTINUE
               NOT AT END
                   MOVE jrnl-line(1:3) TO ws-jrnl-state
                   GO TO RWH-JOURNAL-READ
           END-READ.

       RWH-AUDIT.
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
      * startup.
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

       BUILD-GUARD-NAMES.
           MOVE SPACES TO ws-rkbak-whl.
           STRING ws-wheel-file DELIMITED BY SPACE
                  '.RKBAK' DELIMITED BY SIZE
               INTO ws-rkbak-whl.
           MOVE SPACES TO ws-rkbak-inf.
           STRING ws-informations-file DELIMITED BY SPACE
                  '.RKBAK' DELIMITED BY SIZE
               INTO ws-rkbak-inf.
           MOVE SPACES TO ws-rkbak-del.
           STRING ws-deletedinf-file DELIMITED BY SPACE
                  '.RKBAK' DELIMITED BY SIZE
               INTO ws-rkbak-del.
           MOVE SPACES TO ws-rkbak-set.
           STRING ws-settings-file DELIMITED BY SPACE
                  '.RKBAK' DELIMITED BY SIZE
               INTO ws-rkbak-set.
           MOVE SPACES TO ws-rkbak-oper.
           STRING ws-operators-file DELIMITED BY SPACE
                  '.RKBAK' DELIMITED BY SIZE
               INTO ws-rkbak-oper.
           MOVE SPACES TO ws-rkbak-esc.
           STRING ws-escrow-file DELIMITED BY SPACE
                  '.RKBAK' DELIMITED BY SIZE
               INTO ws-rkbak-esc.
           MOVE SPACES TO ws-rkbak-totp.
           STRING ws-totpvault-file DELIMITED BY SPACE
                  '.RKBAK' DELIMITED BY SIZE
               INTO ws-rkbak-totp.
           MOVE SPACES TO ws-rkbak-notes.
           STRING ws-notesvault-file DELIMITED BY SPACE
                  '.RKBAK' DELIMITED BY SIZE
               INTO ws-rkbak-notes.
           MOVE SPACES TO ws-rkbak-dnot.
           STRING ws-delnotes-file DELIMITED BY SPACE
                  '.RKBAK' DELIMITED BY SIZE
               INTO ws-rkbak-dnot.
           MOVE SPACES TO ws-rkbak-hist.
           STRING ws-pswhist-file DELIMITED BY SPACE
                  '.RKBAK' DELIMITED BY SIZE
               INTO ws-rkbak-hist.
           MOVE SPACES TO ws-rkbak-attr.
           STRING ws-attrvault-file DELIMITED BY SPACE
                  '.RKBAK' DELIMITED BY SIZE
               INTO ws-rkbak-attr.
           MOVE SPACES TO ws-rkbak-datt.
           STRING ws-delattr-file DELIMITED BY SPACE
                  '.RKBAK' DELIMITED BY SIZE
               INTO ws-rkbak-datt.
           MOVE SPACES TO ws-rkbak-mh.
           STRING ws-modhist-file DELIMITED BY SPACE
                  '.RKBAK' DELIMITED BY SIZE
               INTO ws-rkbak-mh.
           MOVE SPACES TO ws-rkbak-aud.
           STRING ws-auditlog-file DELIMITED BY SPACE
                  '.RKBAK' DELIMITED BY SIZE
               INTO ws-rkbak-aud.
           MOVE SPACES TO ws-audwork-name.
           STRING ws-auditlog-file DELIMITED BY SPACE
                  '.WRK' DELIMITED BY SIZE
               INTO ws-audwork-name.
           EXIT.

       DROP-GUARD.
           CALL "CBL_DELETE_FILE" USING ws-rkbak-whl.
           CALL "CBL_DELETE_FILE" USING ws-rkbak-inf.
           CALL "CBL_DELETE_FILE" USING ws-rkbak-del.
           CALL "CBL_DELETE_FILE" USING ws-rkbak-set.
           CALL "CBL_DELETE_FILE" USING ws-rkbak-oper.
           CALL "CBL_DELETE_FILE" USING ws-rkbak-esc.
           CALL "CBL_DELETE_FILE" USING ws-rkbak-totp.
           CALL "CBL_DELETE_FILE" USING ws-rkbak-notes.
           CALL "CBL_DELETE_FILE" USING ws-rkbak-dnot.
           CALL "CBL_DELETE_FILE" USING ws-rkbak-hist.
           CALL "CBL_DELETE_FILE" USING ws-rkbak-attr.
           CALL "CBL_DELETE_FILE" USING ws-rkbak-datt.
           CALL "CBL_DELETE_FILE" USING ws-rkbak-mh.
           CALL "CBL_DELETE_FILE" USING ws-rkbak-aud.
           EXIT.

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
           MOVE 'ESCROW' TO ws-escrow-file.
           MOVE 'INFORMATIONS' TO ws-informations-file.
           MOVE 'DELETEDINF' TO ws-deletedinf-file.
           MOVE 'TOTPVAULT' TO ws-totpvault-file.
           MOVE 'NOTESVAULT' TO ws-notesvault-file.
           MOVE 'DELNOTES' TO ws-delnotes-file.
           MOVE 'PSWHIST' TO ws-pswhist-file.
           MOVE 'ATTRVAULT' TO ws-attrvault-file.
           MOVE 'DELATTR' TO ws-delattr-file.
           MOVE 'MODHIST' TO ws-modhist-file.
           MOVE 'OPERATORS' TO ws-operators-file.
           MOVE 'JOURNAL' TO ws-journal-file.
           MOVE 'AUDITLOG' TO ws-auditlog-file.
           MOVE 'RWHIN' TO ws-rwhin-file.
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
               MOVE SPACES TO ws-escrow-file
               STRING 'ESCROW-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-escrow-file
               MOVE SPACES TO ws-informations-file
               STRING 'INFORMATIONS-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-informations-file
               MOVE SPACES TO ws-deletedinf-file
               STRING 'DELETEDINF-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-deletedinf-file
               MOVE SPACES TO ws-totpvault-file
               STRING 'TOTPVAULT-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-totpvault-file
               MOVE SPACES TO ws-notesvault-file
               STRING 'NOTESVAULT-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-notesvault-file
               MOVE SPACES TO ws-delnotes-file
               STRING 'DELNOTES-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-delnotes-file
               MOVE SPACES TO ws-pswhist-file
               STRING 'PSWHIST-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-pswhist-file
               MOVE SPACES TO ws-attrvault-file
               STRING 'ATTRVAULT-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-attrvault-file
               MOVE SPACES TO ws-delattr-file
               STRING 'DELATTR-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-delattr-file
               MOVE SPACES TO ws-modhist-file
               STRING 'MODHIST-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-modhist-file
               MOVE SPACES TO ws-operators-file
               STRING 'OPERATORS-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-operators-file
               MOVE SPACES TO ws-journal-file
               STRING 'JOURNAL-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-journal-file
               MOVE SPACES TO ws-auditlog-file
               STRING 'AUDITLOG-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-auditlog-file
               MOVE SPACES TO ws-rwhin-file
               STRING 'RWHIN-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-rwhin-file
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
       END PROGRAM MANAGERRWH.
