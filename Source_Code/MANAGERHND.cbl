      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sealed handover package. When a system passes to
      *          another team or a sister site, only its entries go
      *          with it - never the master password, never a clear
      *          CSV. Export mode picks entries by category or by a
      *          list of keys typed at the console and writes them,
      *          with their TOTPVAULT, NOTESVAULT and ATTRVAULT rows,
      *          to one package file enciphered under a one-time
      *          handover password. The package carries no wheel: its
      *          wheel is rebuilt by MANAGERWHL from the password and
      *          a salt in the header, then mixed by MANAGERCIF the
      *          way a profile's wheel is, so without the password
      *          there is nothing to turn. Keys are enciphered with
      *          the rest; only the header and the trailer counts
      *          are in the clear. Restricted entries are never
      *          packed - dual control does not travel.
      *          Import mode checks the whole package against its
      *          trailer first (record counts and a hash total over
      *          every enciphered position), then unpacks it into the
      *          receiving profile's own cipher. A key that already
      *          exists there is refused with its rows, never
      *          overwritten. HANDRCPT lists what was packed or
      *          received; each entry leaves a HANDOUT or HANDIN line
      *          on that side's AUDITLOG.
      *          Runs the same SETTINGS/WHEEL verification as MANAGER
      *          and takes the vault lock on the profile either way.
      *          Return code 0 when everything asked for went across,
      *          4 when nothing matched (export) or keys were refused
      *          (import), 8 when the run could not be made or the
      *          package is damaged or the password wrong.
      * Tectonics: GNU-COBOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGERHND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Files are ASSIGN TO DYNAMIC so PROFILE-BUILD-NAMES can point
      *each one at the chosen profile's own file set, the same scheme
      *MANAGER.cbl uses. The package is named at the console - it is
      *the one file meant to leave the building.
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
           SELECT attr-vault ASSIGN TO DYNAMIC ws-attrvault-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS attr-key
                                         FILE STATUS IS fs-attr.
           SELECT restrict ASSIGN TO DYNAMIC ws-restrict-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS rs-key
                                         FILE STATUS IS fs-rs.
           SELECT audit-log ASSIGN TO DYNAMIC ws-auditlog-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-audit.
           SELECT hnd-package ASSIGN TO DYNAMIC ws-package-file
                                         FILE STATUS IS fs-pkg.
           SELECT hnd-report ASSIGN TO DYNAMIC ws-hndrcpt-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-hndrep.
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

       FD informations.
       COPY MANAGER_INFOREC.

       FD email-index.
       01 idx-rec.
         02 idx-key.
           03 idx-mail PIC X(30).
           03 idx-site PIC X(40).
           03 idx-account PIC X(20).

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

       FD attr-vault.
       01 attr-rec.
         02 attr-key.
           03 attr-site PIC X(40).
           03 attr-account PIC X(20).
           03 attr-label PIC X(12).
         02 attr-sens PIC X.
         02 attr-comp PIC 9(5) COMP OCCURS 40.

       FD restrict.
       01 rs-rec.
         02 rs-key.
           03 rs-site PIC X(40).
           03 rs-account PIC X(20).
         02 rs-by PIC X(7).
         02 rs-date PIC 9(8).

      * Audit line layout, the same one MANAGER.cbl writes: date,
      * time and action in the clear, the site/account columns
      * enciphered as wheel-position groups (30-229 and 231-330)
      * under this profile's rotation, the credential in 332-338
      * and the check value chained over columns 1-340 in 341-346.
       FD audit-log.
       01 audit-rec PIC X(346).

      * The package, one fixed record per row:
      *   H  header in the clear - 'MANAGERHND', the profile it came
      *      from, the date it was packed and the salt its wheel is
      *      rebuilt with
      *   V  the handover password's own positions, to check it by
      *   I  an entry - key, password date and the 210 record
      *      characters
      *   T  its TOTP secret, N a note line, A an attribute - each
      *      with the entry's key in front
      *   E  trailer in the clear - row counts and the hash total
      * Every row but H and E is pk-len wheel positions under the
      * package rotation; a row belongs to the I row before it.
       FD hnd-package.
       01 pk-rec.
         02 pk-type PIC X.
         02 pk-len PIC 9(3).
         02 pk-data.
           03 pk-comp PIC 9(5) COMP OCCURS 278.
         02 pk-head REDEFINES pk-data.
           03 pk-magic PIC X(10).
           03 pk-from PIC X(8).
           03 pk-date PIC 9(8).
           03 pk-salt PIC 9(10).
         02 pk-end REDEFINES pk-data.
           03 pk-end-entries PIC 9(6).
           03 pk-end-totps PIC 9(6).
           03 pk-end-notes PIC 9(6).
           03 pk-end-attrs PIC 9(6).
           03 pk-end-hash PIC 9(9).

       FD hnd-report.
       01 hnd-report-line PIC X(132).

      * Key-file second factor: when the profile requires it, the
      * wheel mixing is folded with a value derived from this file.
       FD key-file.
       01 keyf-line PIC X(64).

      * Single-writer lock: an import writes INFORMATIONS and its
      * companions, and an export must not read them half-way
      * through a live session's rekey. One line saying when the
      * lock was taken and by which program; its existence IS the
      * lock.
       FD vault-lock.
       01 lock-line PIC X(40).


       WORKING-STORAGE SECTION.
       77 ws-profile-name PIC X(8) VALUE SPACES.
       77 ws-wheel-file PIC X(40) VALUE 'WHEEL'.
       77 ws-settings-file PIC X(40) VALUE 'SETTINGS'.
       77 ws-informations-file PIC X(40) VALUE 'INFORMATIONS'.
       77 ws-emailidx-file PIC X(40) VALUE 'EMAILIDX'.
       77 ws-totpvault-file PIC X(40) VALUE 'TOTPVAULT'.
       77 ws-notesvault-file PIC X(40) VALUE 'NOTESVAULT'.
       77 ws-attrvault-file PIC X(40) VALUE 'ATTRVAULT'.
       77 ws-restrict-file PIC X(40) VALUE 'RESTRICT'.
       77 ws-auditlog-file PIC X(40) VALUE 'AUDITLOG'.
       77 ws-hndrcpt-file PIC X(40) VALUE 'HANDRCPT'.
       77 ws-package-file PIC X(40) VALUE 'HANDPKG'.

       01 ws-wheel-mixed.
         02 wheel-mixed PIC X OCCURS 85248 VALUE SPACES.

       01 ws-wheel-file-info.
         02 ws-wheel-file-size PIC 9(18) COMP-X.
         02 FILLER PIC X(8).

       77 fs PIC X(2).
       77 fs-wheel PIC X(2).
       77 fs-settings PIC X(2).
       77 fs-email PIC X(2).
       77 fs-totp PIC X(2).
       77 fs-notes PIC X(2).
       77 fs-attr PIC X(2).
       77 fs-rs PIC X(2).
       77 fs-audit PIC X(2).
       77 fs-pkg PIC X(2).
       77 fs-hndrep PIC X(2).

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

       77 ind-rec PIC 999 VALUE 1.
       01 ws-recarr.
         02 rec-arr PIC X OCCURS 210 VALUE SPACES.

       01 ws-rec.
         02 ws-name PIC X(20) VALUE SPACES.
         02 ws-mail PIC X(30) VALUE SPACES.
         02 ws-pasw PIC X(30) VALUE SPACES.
         02 desc1 PIC X(60) VALUE SPACES.
         02 desc2 PIC X(60) VALUE SPACES.
         02 category PIC X(10) VALUE SPACES.

      * One companion row in the clear - a TOTP secret, a note line
      * or an attribute value - between the two wheels.
       77 ws-vbuf PIC X(60) VALUE SPACES.

      * The package side: its wheel, rebuilt from the handover
      * password and the header salt, and the rotation MANAGERCIF
      * mixes from it. ws-pk-buf is one row in the clear.
       01 ws-pkg-arr-wheel.
         02 pkg-arr-wheel PIC X OCCURS 85248 VALUE SPACES.
       01 ws-pkg-wheel-mixed.
         02 pkg-wheel-mixed PIC X OCCURS 85248 VALUE SPACES.
       77 ws-pkg-start PIC 9(5) VALUE 1.
       77 ws-pkg-fold PIC 9(5) VALUE 0.
       77 ws-hnd-key PIC X(20) VALUE SPACES.
       77 ws-hnd-key2 PIC X(20) VALUE SPACES.
       77 ws-hnd-rev PIC X(20) VALUE SPACES.
       77 ws-hnd-tally PIC 99 VALUE 0.
       77 ws-hnd-salt PIC 9(10) VALUE 0.
       77 ws-hnd-seed PIC 9(10) VALUE 0.
       77 ws-hnd-work PIC 9(18) VALUE 0.
       77 ind-hnd PIC 99 VALUE 1.
       77 ws-pk-buf PIC X(278) VALUE SPACES.
       77 ws-pk-len PIC 9(3) VALUE 0.
       77 ind-pk PIC 9(3) VALUE 1.
       77 ws-pk-hash PIC 9(9) VALUE 0.
       77 ws-pk-bad PIC X VALUE 'N'.

      * Mode, selection and the typed key list.
       77 ws-hnd-mode PIC X VALUE SPACE.
       77 ws-hnd-pick PIC X VALUE SPACE.
       77 ws-hnd-category PIC X(10) VALUE SPACES.
       77 ws-hnd-key-count PIC 9(3) VALUE 0.
       77 ind-hk PIC 9(3) VALUE 1.
       01 ws-hnd-keys.
         02 hnd-key-entry OCCURS 100.
           03 hk-site PIC X(40).
           03 hk-account PIC X(20).
       77 ws-hk-site PIC X(40) VALUE SPACES.
       77 ws-hk-account PIC X(20) VALUE SPACES.

      * Companion files present on this profile.
       77 ws-totp-open PIC X VALUE 'N'.
       77 ws-notes-open PIC X VALUE 'N'.
       77 ws-attr-open PIC X VALUE 'N'.
       77 ws-rs-open PIC X VALUE 'N'.

      * The entry in hand and what went with it.
       77 ws-cur-key PIC X(60) VALUE SPACES.
       77 ws-hnd-take PIC X VALUE 'N'.
       77 ws-ent-totps PIC 9(3) VALUE 0.
       77 ws-ent-notes PIC 9(3) VALUE 0.
       77 ws-ent-attrs PIC 9(3) VALUE 0.

      * Run totals - rows written or read, entries moved, refused
      * or skipped.
       77 ws-cnt-entries PIC 9(6) VALUE 0.
       77 ws-cnt-totps PIC 9(6) VALUE 0.
       77 ws-cnt-notes PIC 9(6) VALUE 0.
       77 ws-cnt-attrs PIC 9(6) VALUE 0.
       77 ws-cnt-moved PIC 9(6) VALUE 0.
       77 ws-cnt-refused PIC 9(6) VALUE 0.
       77 ws-cnt-skipped PIC 9(6) VALUE 0.
       77 ws-today-date PIC 9(8) VALUE ZERO.
       77 ws-today-time PIC 9(8) VALUE ZERO.
       77 ws-from-disp PIC X(9) VALUE SPACES.
       77 ws-pkg-date PIC 9(8) VALUE ZERO.
       77 ws-rpt-what PIC X(11) VALUE SPACES.

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
      * The return code a job stream tests: 0 the run did what it
      * was asked, 4 it did but found something to look at, 8 it
      * did not. A run that leaves early has failed unless the exit
      * says otherwise; the value is handed over last thing, since
      * a CALL resets RETURN-CODE.
       77 ws-run-rc PIC 9 VALUE 8.

       PROCEDURE DIVISION.

       MAINLINE.
           DISPLAY 'MANAGERHND - SEALED HANDOVER PACKAGE'.
           DISPLAY 'E = EXPORT A PACKAGE, I = IMPORT ONE: '
               WITH NO ADVANCING.
           ACCEPT ws-hnd-mode.
           MOVE FUNCTION UPPER-CASE(ws-hnd-mode) TO ws-hnd-mode.
           IF ws-hnd-mode NOT = 'E' AND ws-hnd-mode NOT = 'I'
               DISPLAY 'NO SUCH MODE.'
               GO TO END-PROGRAM.

           PERFORM PROFILE-ASK 1 TIMES.

           DISPLAY 'PACKAGE FILE (BLANK = HANDPKG): '
               WITH NO ADVANCING.
           ACCEPT ws-package-file.
           IF ws-package-file = SPACES
               MOVE 'HANDPKG' TO ws-package-file.

           OPEN INPUT settings.
           IF fs-settings NOT = '00'
               DISPLAY 'NO VAULT FOUND - RUN MANAGER FIRST.'
               GO TO END-PROGRAM.

           READ settings.
           OPEN INPUT wheel.
           IF fs-wheel NOT = '00'
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
               CLOSE wheel
               DISPLAY 'WHEEL FILE WRONG SIZE - VAULT IS CORRUPT.'
               GO TO END-PROGRAM.

           READ wheel INTO ws-arr-wheel AT END
               CLOSE wheel
               DISPLAY 'WHEEL FILE TOO SHORT - VAULT IS CORRUPT.'
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
               DISPLAY 'KEY FILE REQUIRED AND NOT PRESENT.'
               GO TO END-PROGRAM.

           READ key-file AT END
               CLOSE key-file
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

           GO TO LOCK-ACQUIRE.

      * Only one session may hold the vault read-write.
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

           DISPLAY 'CANCELLED.'
           GO TO END-PROGRAM.

       LOCK-TAKE.
           ACCEPT ws-lock-date FROM DATE YYYYMMDD.
           ACCEPT ws-lock-time FROM TIME.
           MOVE SPACES TO lock-line.
           STRING ws-lock-date DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ws-lock-time DELIMITED BY SIZE
                  ' MANAGERHND' DELIMITED BY SIZE
               INTO lock-line.
           OPEN OUTPUT vault-lock.
           WRITE lock-line.
           CLOSE vault-lock.
           MOVE 'Y' TO ws-lock-held.

           ACCEPT ws-today-date FROM DATE YYYYMMDD.
           ACCEPT ws-today-time FROM TIME.
           IF ws-hnd-mode = 'I'
               GO TO IMP-START.

      *----------------------------------------------------------------
      * EXPORT: pick the entries, set the handover password, and
      * write each entry with its companion rows into the package.
      *----------------------------------------------------------------
       EXP-START.
           DISPLAY 'C = PICK BY CATEGORY, K = PICK BY KEY LIST: '
               WITH NO ADVANCING.
           ACCEPT ws-hnd-pick.
           MOVE FUNCTION UPPER-CASE(ws-hnd-pick) TO ws-hnd-pick.

           IF ws-hnd-pick = 'C'
               DISPLAY 'CATEGORY: ' WITH NO ADVANCING
               ACCEPT ws-hnd-category
               MOVE FUNCTION UPPER-CASE(ws-hnd-category)
                   TO ws-hnd-category
               IF ws-hnd-category = SPACES
                   DISPLAY 'NO CATEGORY - NOTHING PACKED.'
                   GO TO END-PROGRAM
               END-IF
           ELSE
               IF ws-hnd-pick = 'K'
                   MOVE 0 TO ws-hnd-key-count
                   PERFORM EXP-KEY-ASK THRU EXP-KEY-ASK-OUT
                   IF ws-hnd-key-count = 0
                       DISPLAY 'NO KEYS - NOTHING PACKED.'
                       GO TO END-PROGRAM
                   END-IF
               ELSE
                   DISPLAY 'NO SUCH SELECTION.'
                   GO TO END-PROGRAM.

           PERFORM EXP-PASSWORD THRU EXP-PASSWORD-OUT.
           IF ws-hnd-key = SPACES
               GO TO END-PROGRAM.

      *    Salt from the clock, so the same password never gives the
      *    same package wheel twice.
           COMPUTE ws-hnd-work = ws-today-date * 100000000
                               + ws-today-time.
           COMPUTE ws-hnd-salt =
                   FUNCTION MOD(ws-hnd-work, 2147483646).
           PERFORM PKG-WHEEL-BUILD 1 TIMES.

           OPEN INPUT informations.
           IF fs NOT = '00'
               DISPLAY 'NO ENTRIES ON THIS PROFILE.'
               GO TO END-PROGRAM.
           PERFORM COMPANIONS-OPEN-INPUT 1 TIMES.

           OPEN OUTPUT hnd-package.
           IF fs-pkg NOT = '00'
               CLOSE informations
               DISPLAY 'CANNOT WRITE PACKAGE FILE ' ws-package-file
               GO TO END-PROGRAM.

           MOVE SPACES TO pk-rec.
           MOVE 'H' TO pk-type.
           MOVE 0 TO pk-len.
           MOVE 'MANAGERHND' TO pk-magic.
           MOVE ws-profile-name TO pk-from.
           MOVE ws-today-date TO pk-date.
           MOVE ws-hnd-salt TO pk-salt.
           WRITE pk-rec.

      *    The password's own positions, for the receiving end to
      *    check it against before a single row is unpacked.
           MOVE 0 TO ws-pk-hash.
           MOVE SPACES TO ws-pk-buf.
           MOVE ws-hnd-key TO ws-pk-buf(1:20).
           MOVE 'V' TO pk-type.
           MOVE 20 TO ws-pk-len.
           PERFORM PKG-WRITE 1 TIMES.

           OPEN OUTPUT hnd-report.
           MOVE SPACES TO hnd-report-line.
           STRING 'HANDOVER PACKAGE ' DELIMITED BY SIZE
                  ws-package-file DELIMITED BY SPACE
                  ' PACKED FROM PROFILE ' DELIMITED BY SIZE
                  ws-from-disp DELIMITED BY SPACE
                  ' ON ' DELIMITED BY SIZE
                  ws-today-date DELIMITED BY SIZE
              INTO hnd-report-line.
           WRITE hnd-report-line.
           MOVE SPACES TO hnd-report-line.
           IF ws-hnd-pick = 'C'
               STRING 'SELECTED BY CATEGORY ' DELIMITED BY SIZE
                      ws-hnd-category DELIMITED BY SIZE
                  INTO hnd-report-line
           ELSE
               STRING 'SELECTED BY KEY LIST - ' DELIMITED BY SIZE
                      ws-hnd-key-count DELIMITED BY SIZE
                      ' KEY(S)' DELIMITED BY SIZE
                  INTO hnd-report-line.
           WRITE hnd-report-line.
           MOVE SPACES TO hnd-report-line.
           WRITE hnd-report-line.

           IF ws-hnd-pick = 'K'
               MOVE 1 TO ind-hk
               GO TO EXP-LIST.

       EXP-SCAN.
           READ informations NEXT AT END
               GO TO EXP-DONE.

           MOVE 1 TO ind-rec.
           PERFORM DECIPHER-REC 1 TIMES.
           MOVE ws-recarr TO ws-rec.
           IF FUNCTION UPPER-CASE(category) = ws-hnd-category
               PERFORM EXP-PACK THRU EXP-PACK-OUT.
           GO TO EXP-SCAN.

       EXP-LIST.
           IF ind-hk GREATER ws-hnd-key-count
               GO TO EXP-DONE.

           MOVE hk-site(ind-hk) TO site-name.
           MOVE hk-account(ind-hk) TO account-label.
           READ informations
               INVALID KEY
                   MOVE SPACES TO hnd-report-line
                   STRING 'NOT FOUND  ' DELIMITED BY SIZE
                          hk-site(ind-hk) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          hk-account(ind-hk) DELIMITED BY SIZE
                      INTO hnd-report-line
                   WRITE hnd-report-line
                   ADD 1 TO ws-cnt-skipped
               NOT INVALID KEY
                   MOVE 1 TO ind-rec
                   PERFORM DECIPHER-REC 1 TIMES
                   MOVE ws-recarr TO ws-rec
                   PERFORM EXP-PACK THRU EXP-PACK-OUT
           END-READ.
           ADD 1 TO ind-hk.
           GO TO EXP-LIST.

       EXP-DONE.
           MOVE SPACES TO pk-rec.
           MOVE 'E' TO pk-type.
           MOVE 0 TO pk-len.
           MOVE ws-cnt-entries TO pk-end-entries.
           MOVE ws-cnt-totps TO pk-end-totps.
           MOVE ws-cnt-notes TO pk-end-notes.
           MOVE ws-cnt-attrs TO pk-end-attrs.
           MOVE ws-pk-hash TO pk-end-hash.
           WRITE pk-rec.
           CLOSE hnd-package, informations.
           PERFORM COMPANIONS-CLOSE 1 TIMES.

           MOVE SPACES TO hnd-report-line.
           WRITE hnd-report-line.
           MOVE SPACES TO hnd-report-line.
           STRING 'PACKED: ' DELIMITED BY SIZE
                  ws-cnt-entries DELIMITED BY SIZE
                  ' ENTRY(S), ' DELIMITED BY SIZE
                  ws-cnt-totps DELIMITED BY SIZE
                  ' TOTP, ' DELIMITED BY SIZE
                  ws-cnt-notes DELIMITED BY SIZE
                  ' NOTE LINE(S), ' DELIMITED BY SIZE
                  ws-cnt-attrs DELIMITED BY SIZE
                  ' ATTRIBUTE(S). NOT PACKED: ' DELIMITED BY SIZE
                  ws-cnt-skipped DELIMITED BY SIZE
              INTO hnd-report-line.
           WRITE hnd-report-line.
           CLOSE hnd-report.

           IF ws-cnt-entries = 0
               CALL "CBL_DELETE_FILE" USING ws-package-file
               DISPLAY 'NOTHING MATCHED - NO PACKAGE WRITTEN.'
               MOVE 4 TO ws-run-rc
           ELSE
               DISPLAY ws-cnt-entries ' ENTRY(S) PACKED INTO '
                       ws-package-file
               DISPLAY 'GIVE THE HANDOVER PASSWORD SEPARATELY FROM'
                       ' THE PACKAGE.'
               MOVE 0 TO ws-run-rc.
           DISPLAY 'LISTING WRITTEN TO ' ws-hndrcpt-file.
           GO TO END-PROGRAM.

      * Keys typed one pair at a time until a blank site name.
       EXP-KEY-ASK.
           IF ws-hnd-key-count NOT LESS 100
               GO TO EXP-KEY-ASK-OUT.

           MOVE SPACES TO ws-hk-site, ws-hk-account.
           DISPLAY 'SITE NAME (BLANK = DONE): ' WITH NO ADVANCING.
           ACCEPT ws-hk-site.
           IF ws-hk-site = SPACES
               GO TO EXP-KEY-ASK-OUT.
           DISPLAY 'ACCOUNT LABEL (BLANK = NONE): '
               WITH NO ADVANCING.
           ACCEPT ws-hk-account.

           ADD 1 TO ws-hnd-key-count.
           MOVE ws-hk-site TO hk-site(ws-hnd-key-count).
           MOVE ws-hk-account TO hk-account(ws-hnd-key-count).
           GO TO EXP-KEY-ASK.

       EXP-KEY-ASK-OUT.
           EXIT.

      * The handover password: typed twice, eight characters at the
      * least, and never the master key - that stays here. Left
      * blank when it is refused.
       EXP-PASSWORD.
           MOVE SPACES TO ws-hnd-key, ws-hnd-key2.
           DISPLAY 'HANDOVER PASSWORD (ONE-TIME, 8 TO 20 '
                   'CHARACTERS): ' WITH NO ADVANCING.
           ACCEPT ws-hnd-key.
           DISPLAY 'HANDOVER PASSWORD AGAIN: ' WITH NO ADVANCING.
           ACCEPT ws-hnd-key2.

           IF ws-hnd-key NOT = ws-hnd-key2
               DISPLAY 'THE TWO DO NOT MATCH - NOTHING PACKED.'
               MOVE SPACES TO ws-hnd-key
               GO TO EXP-PASSWORD-OUT.

           MOVE FUNCTION REVERSE(ws-hnd-key) TO ws-hnd-rev.
           MOVE 0 TO ws-hnd-tally.
           INSPECT ws-hnd-rev TALLYING ws-hnd-tally
               FOR LEADING SPACES.
           IF ws-hnd-tally GREATER 12
               DISPLAY 'TOO SHORT - NOTHING PACKED.'
               MOVE SPACES TO ws-hnd-key
               GO TO EXP-PASSWORD-OUT.

           IF ws-hnd-key = ws-key
               DISPLAY 'NOT THE MASTER KEY - NOTHING PACKED.'
               MOVE SPACES TO ws-hnd-key.

       EXP-PASSWORD-OUT.
           MOVE SPACES TO ws-hnd-key2, ws-hnd-rev.
           EXIT.

      * One entry into the package: the I row, then its TOTP
      * secret, note lines and attributes, each deciphered from this
      * profile's rotation and enciphered into the package's.
       EXP-PACK.
           IF ws-rs-open = 'Y'
               MOVE rec-key TO rs-key
               READ restrict
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO hnd-report-line
                       STRING 'RESTRICTED ' DELIMITED BY SIZE
                              site-name DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              account-label DELIMITED BY SIZE
                              ' - NOT PACKED' DELIMITED BY SIZE
                          INTO hnd-report-line
                       WRITE hnd-report-line
                       ADD 1 TO ws-cnt-skipped
                       GO TO EXP-PACK-OUT
               END-READ.

           MOVE rec-key TO ws-cur-key.
           MOVE 0 TO ws-ent-totps, ws-ent-notes, ws-ent-attrs.
           MOVE SPACES TO ws-pk-buf.
           MOVE ws-cur-key TO ws-pk-buf(1:60).
           MOVE pasw-changed-date TO ws-pk-buf(61:8).
           MOVE ws-recarr TO ws-pk-buf(69:210).
           MOVE 'I' TO pk-type.
           MOVE 278 TO ws-pk-len.
           PERFORM PKG-WRITE 1 TIMES.

           IF ws-totp-open = 'Y'
               MOVE ws-cur-key TO totp-key
               READ totp-vault
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO ind-rec
                       PERFORM DECIPHER-TOTP 1 TIMES
                       MOVE SPACES TO ws-pk-buf
                       MOVE ws-cur-key TO ws-pk-buf(1:60)
                       MOVE ws-vbuf(1:32) TO ws-pk-buf(61:32)
                       MOVE 'T' TO pk-type
                       MOVE 92 TO ws-pk-len
                       PERFORM PKG-WRITE 1 TIMES
                       ADD 1 TO ws-ent-totps
               END-READ.

           IF ws-notes-open = 'Y'
               MOVE ws-cur-key(1:40) TO note-site
               MOVE ws-cur-key(41:20) TO note-account
               MOVE 0 TO note-seq
               START notes-vault KEY NOT LESS note-key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM EXP-NOTES 1 TIMES
               END-START.

           IF ws-attr-open = 'Y'
               MOVE ws-cur-key(1:40) TO attr-site
               MOVE ws-cur-key(41:20) TO attr-account
               MOVE LOW-VALUES TO attr-label
               START attr-vault KEY NOT LESS attr-key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM EXP-ATTRS 1 TIMES
               END-START.

           MOVE ws-cur-key(1:40) TO site-name.
           MOVE ws-cur-key(41:20) TO account-label.
           MOVE 'HANDOUT' TO ws-audit-action.
           PERFORM AUDIT-WRITE 1 TIMES.

           MOVE 'PACKED     ' TO ws-rpt-what.
           PERFORM RPT-ENTRY 1 TIMES.

       EXP-PACK-OUT.
           EXIT.

       EXP-NOTES.
           READ notes-vault NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF note-site = ws-cur-key(1:40) AND
                      note-account = ws-cur-key(41:20)
                       MOVE 1 TO ind-rec
                       PERFORM DECIPHER-NOTE 1 TIMES
                       MOVE SPACES TO ws-pk-buf
                       MOVE ws-cur-key TO ws-pk-buf(1:60)
                       MOVE note-seq TO ws-pk-buf(61:3)
                       MOVE ws-vbuf TO ws-pk-buf(64:60)
                       MOVE 'N' TO pk-type
                       MOVE 123 TO ws-pk-len
                       PERFORM PKG-WRITE 1 TIMES
                       ADD 1 TO ws-ent-notes
                       GO TO EXP-NOTES
                   END-IF
           END-READ.

       EXP-ATTRS.
           READ attr-vault NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF attr-site = ws-cur-key(1:40) AND
                      attr-account = ws-cur-key(41:20)
                       MOVE 1 TO ind-rec
                       PERFORM DECIPHER-ATTR 1 TIMES
                       MOVE SPACES TO ws-pk-buf
                       MOVE ws-cur-key TO ws-pk-buf(1:60)
                       MOVE attr-label TO ws-pk-buf(61:12)
                       MOVE attr-sens TO ws-pk-buf(73:1)
                       MOVE ws-vbuf(1:40) TO ws-pk-buf(74:40)
                       MOVE 'A' TO pk-type
                       MOVE 113 TO ws-pk-len
                       PERFORM PKG-WRITE 1 TIMES
                       ADD 1 TO ws-ent-attrs
                       GO TO EXP-ATTRS
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * IMPORT: check the password and the whole package first, then
      * unpack it into this profile's cipher, refusing existing keys.
      *----------------------------------------------------------------
       IMP-START.
           OPEN INPUT hnd-package.
           IF fs-pkg NOT = '00'
               DISPLAY 'NO PACKAGE FILE ' ws-package-file
               GO TO END-PROGRAM.

           MOVE SPACES TO pk-rec.
           READ hnd-package
               AT END
                   CONTINUE
           END-READ.
           IF pk-type NOT = 'H' OR pk-magic NOT = 'MANAGERHND' OR
              pk-salt NOT NUMERIC
               CLOSE hnd-package
               DISPLAY 'NOT A HANDOVER PACKAGE.'
               GO TO END-PROGRAM.

           MOVE pk-salt TO ws-hnd-salt.
           MOVE pk-date TO ws-pkg-date.
           MOVE pk-from TO ws-from-disp.
           IF ws-from-disp = SPACES
               MOVE '(DEFAULT)' TO ws-from-disp.
           DISPLAY 'PACKED FROM PROFILE ' ws-from-disp ' ON '
                   pk-date.

           DISPLAY 'HANDOVER PASSWORD: ' WITH NO ADVANCING.
           ACCEPT ws-hnd-key.
           PERFORM PKG-WHEEL-BUILD 1 TIMES.

           MOVE SPACES TO pk-rec.
           READ hnd-package
               AT END
                   CONTINUE
           END-READ.
           IF pk-type NOT = 'V' OR pk-len NOT = 20
               CLOSE hnd-package
               DISPLAY 'PACKAGE IS DAMAGED - NOTHING IMPORTED.'
               GO TO END-PROGRAM.

           MOVE 'N' TO ws-pk-bad.
           MOVE 0 TO ws-pk-hash.
           PERFORM PKG-READ-CHECK 1 TIMES.
           IF ws-pk-bad = 'Y' OR ws-pk-buf(1:20) NOT = ws-hnd-key
               CLOSE hnd-package
               DISPLAY 'HANDOVER PASSWORD WRONG!'
               GO TO END-PROGRAM.

      *    First pass: every row in range, and counts and hash total
      *    as the trailer says - a package cut short or tampered with
      *    is refused whole, before anything is written.
           MOVE 0 TO ws-cnt-entries, ws-cnt-totps, ws-cnt-notes,
                     ws-cnt-attrs.
           PERFORM IMP-CHECK THRU IMP-CHECK-OUT.
           CLOSE hnd-package.
           IF ws-pk-bad = 'Y'
               DISPLAY 'PACKAGE IS DAMAGED - NOTHING IMPORTED.'
               GO TO END-PROGRAM.

           OPEN INPUT hnd-package.
           READ hnd-package
               AT END
                   CONTINUE
           END-READ.
           READ hnd-package
               AT END
                   CONTINUE
           END-READ.

           OPEN I-O informations.
           IF fs NOT = '00'
               CLOSE informations
               OPEN OUTPUT informations
               CLOSE informations
               OPEN I-O informations.

           OPEN I-O email-index.
           IF fs-email NOT = '00'
               CLOSE email-index
               OPEN OUTPUT email-index
               CLOSE email-index
               OPEN I-O email-index.

           PERFORM COMPANIONS-OPEN-IO 1 TIMES.

           OPEN OUTPUT hnd-report.
           MOVE SPACES TO hnd-report-line.
           STRING 'HANDOVER RECEIPT - PACKAGE ' DELIMITED BY SIZE
                  ws-package-file DELIMITED BY SPACE
                  ' FROM PROFILE ' DELIMITED BY SIZE
                  ws-from-disp DELIMITED BY SPACE
                  ' PACKED ' DELIMITED BY SIZE
                  ws-pkg-date DELIMITED BY SIZE
                  ' RECEIVED ' DELIMITED BY SIZE
                  ws-today-date DELIMITED BY SIZE
              INTO hnd-report-line.
           WRITE hnd-report-line.
           MOVE SPACES TO hnd-report-line.
           WRITE hnd-report-line.

           MOVE 'N' TO ws-hnd-take.
           MOVE SPACES TO ws-cur-key.

       IMP-READ.
           READ hnd-package
               AT END
                   GO TO IMP-DONE.

           IF pk-type = 'E'
               GO TO IMP-DONE.

           PERFORM PKG-DECIPHER 1 TIMES.

           IF pk-type = 'I'
               PERFORM IMP-ENTRY-END 1 TIMES
               PERFORM IMP-ENTRY THRU IMP-ENTRY-OUT
               GO TO IMP-READ.

           IF ws-hnd-take NOT = 'Y' OR
              ws-pk-buf(1:60) NOT = ws-cur-key
               GO TO IMP-READ.

           IF pk-type = 'T'
               MOVE ws-cur-key TO totp-key
               MOVE ws-pk-buf(61:32) TO ws-vbuf
               MOVE 1 TO ind-rec, ind-arr
               PERFORM CIPHER-TOTP 1 TIMES
               WRITE totp-rec
                   INVALID KEY
                       REWRITE totp-rec INVALID KEY CONTINUE
                       END-REWRITE
               END-WRITE
               ADD 1 TO ws-ent-totps.

           IF pk-type = 'N' AND ws-pk-buf(61:3) NUMERIC
               MOVE ws-cur-key(1:40) TO note-site
               MOVE ws-cur-key(41:20) TO note-account
               MOVE ws-pk-buf(61:3) TO note-seq
               MOVE ws-pk-buf(64:60) TO ws-vbuf
               MOVE 1 TO ind-rec, ind-arr
               PERFORM CIPHER-NOTE 1 TIMES
               WRITE note-rec
                   INVALID KEY
                       REWRITE note-rec INVALID KEY CONTINUE
                       END-REWRITE
               END-WRITE
               ADD 1 TO ws-ent-notes.

           IF pk-type = 'A'
               MOVE ws-cur-key(1:40) TO attr-site
               MOVE ws-cur-key(41:20) TO attr-account
               MOVE ws-pk-buf(61:12) TO attr-label
               MOVE ws-pk-buf(73:1) TO attr-sens
               MOVE ws-pk-buf(74:40) TO ws-vbuf
               MOVE 1 TO ind-rec, ind-arr
               PERFORM CIPHER-ATTR 1 TIMES
               WRITE attr-rec
                   INVALID KEY
                       REWRITE attr-rec INVALID KEY CONTINUE
                       END-REWRITE
               END-WRITE
               ADD 1 TO ws-ent-attrs.

           GO TO IMP-READ.

       IMP-DONE.
           PERFORM IMP-ENTRY-END 1 TIMES.
           CLOSE hnd-package, informations, email-index.
           PERFORM COMPANIONS-CLOSE 1 TIMES.

           MOVE SPACES TO hnd-report-line.
           WRITE hnd-report-line.
           MOVE SPACES TO hnd-report-line.
           STRING 'RECEIVED: ' DELIMITED BY SIZE
                  ws-cnt-moved DELIMITED BY SIZE
                  ' ENTRY(S). REFUSED, KEY ALREADY HERE: '
                      DELIMITED BY SIZE
                  ws-cnt-refused DELIMITED BY SIZE
              INTO hnd-report-line.
           WRITE hnd-report-line.
           CLOSE hnd-report.

           DISPLAY ws-cnt-moved ' ENTRY(S) RECEIVED, '
                   ws-cnt-refused ' REFUSED.'.
           DISPLAY 'RECEIPT WRITTEN TO ' ws-hndrcpt-file.
           IF ws-cnt-refused GREATER 0
               MOVE 4 TO ws-run-rc
           ELSE
               MOVE 0 TO ws-run-rc.
           GO TO END-PROGRAM.

      * An I row: refused if its key is already on this profile,
      * otherwise written under this profile's cipher with its
      * EMAILIDX entry and a HANDIN line. Its rows follow it.
       IMP-ENTRY.
           MOVE ws-pk-buf(1:60) TO ws-cur-key.
           MOVE 0 TO ws-ent-totps, ws-ent-notes, ws-ent-attrs.
           MOVE ws-cur-key(1:40) TO site-name.
           MOVE ws-cur-key(41:20) TO account-label.
           READ informations
               INVALID KEY
                   MOVE 'Y' TO ws-hnd-take
               NOT INVALID KEY
                   MOVE 'N' TO ws-hnd-take
           END-READ.

           IF ws-hnd-take NOT = 'Y'
               ADD 1 TO ws-cnt-refused
               MOVE 'REFUSED    ' TO ws-rpt-what
               PERFORM RPT-ENTRY 1 TIMES
               GO TO IMP-ENTRY-OUT.

           MOVE ws-cur-key(1:40) TO site-name.
           MOVE ws-cur-key(41:20) TO account-label.
           IF ws-pk-buf(61:8) NUMERIC
               MOVE ws-pk-buf(61:8) TO pasw-changed-date
           ELSE
               MOVE ws-today-date TO pasw-changed-date.
           MOVE ws-pk-buf(69:210) TO ws-recarr.
           MOVE ws-recarr TO ws-rec.
           MOVE 1 TO ind-rec, ind-arr.
           PERFORM CIPHER-REC 1 TIMES.

           WRITE rec
               INVALID KEY
                   MOVE 'N' TO ws-hnd-take
           END-WRITE.
           IF ws-hnd-take NOT = 'Y'
               ADD 1 TO ws-cnt-refused
               MOVE 'REFUSED    ' TO ws-rpt-what
               PERFORM RPT-ENTRY 1 TIMES
               GO TO IMP-ENTRY-OUT.

           ADD 1 TO ws-cnt-moved.
           MOVE ws-mail TO idx-mail.
           MOVE site-name TO idx-site.
           MOVE account-label TO idx-account.
           WRITE idx-rec INVALID KEY CONTINUE.
           MOVE 'HANDIN' TO ws-audit-action.
           PERFORM AUDIT-WRITE 1 TIMES.

       IMP-ENTRY-OUT.
           EXIT.

      * The receipt line for a received entry goes out once its rows
      * are all in, so it can say how many came with it.
       IMP-ENTRY-END.
           IF ws-hnd-take = 'Y'
               MOVE ws-cur-key(1:40) TO site-name
               MOVE ws-cur-key(41:20) TO account-label
               MOVE 'RECEIVED   ' TO ws-rpt-what
               PERFORM RPT-ENTRY 1 TIMES
               MOVE 'N' TO ws-hnd-take.
           EXIT.

      * First pass over the package rows after V: in range, counted,
      * hashed, and checked against the E trailer at the end.
       IMP-CHECK.
           READ hnd-package
               AT END
                   MOVE 'Y' TO ws-pk-bad
                   GO TO IMP-CHECK-OUT.

           IF pk-type = 'E'
               IF pk-end-entries NOT = ws-cnt-entries OR
                  pk-end-totps NOT = ws-cnt-totps OR
                  pk-end-notes NOT = ws-cnt-notes OR
                  pk-end-attrs NOT = ws-cnt-attrs OR
                  pk-end-hash NOT = ws-pk-hash
                   MOVE 'Y' TO ws-pk-bad
               END-IF
               GO TO IMP-CHECK-OUT.

           IF pk-type = 'I'
               ADD 1 TO ws-cnt-entries
               IF pk-len NOT = 278
                   MOVE 'Y' TO ws-pk-bad
               END-IF
           ELSE
               IF pk-type = 'T'
                   ADD 1 TO ws-cnt-totps
                   IF pk-len NOT = 92
                       MOVE 'Y' TO ws-pk-bad
                   END-IF
               ELSE
                   IF pk-type = 'N'
                       ADD 1 TO ws-cnt-notes
                       IF pk-len NOT = 123
                           MOVE 'Y' TO ws-pk-bad
                       END-IF
                   ELSE
                       IF pk-type = 'A'
                           ADD 1 TO ws-cnt-attrs
                           IF pk-len NOT = 113
                               MOVE 'Y' TO ws-pk-bad
                           END-IF
                       ELSE
                           MOVE 'Y' TO ws-pk-bad.
           IF ws-pk-bad = 'Y'
               GO TO IMP-CHECK-OUT.

           PERFORM PKG-READ-CHECK 1 TIMES.
           GO TO IMP-CHECK.

       IMP-CHECK-OUT.
           EXIT.

      * One receipt/listing line: what happened, the key, and the
      * rows carried with it.
       RPT-ENTRY.
           MOVE SPACES TO hnd-report-line.
           STRING ws-rpt-what DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  site-name DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  account-label DELIMITED BY SIZE
              INTO hnd-report-line.
           IF ws-rpt-what = 'REFUSED    '
               MOVE '- KEY ALREADY ON THIS PROFILE'
                   TO hnd-report-line(75:29)
           ELSE
               MOVE SPACES TO hnd-report-line(75:58)
               STRING 'TOTP ' DELIMITED BY SIZE
                      ws-ent-totps DELIMITED BY SIZE
                      ' NOTES ' DELIMITED BY SIZE
                      ws-ent-notes DELIMITED BY SIZE
                      ' ATTRS ' DELIMITED BY SIZE
                      ws-ent-attrs DELIMITED BY SIZE
                  INTO hnd-report-line(75:58).
           WRITE hnd-report-line.
           EXIT.

      *----------------------------------------------------------------
      * The package wheel: a seed folded from the handover password
      * over the header salt, MANAGERWHL's wheel for that seed, and
      * MANAGERCIF's rotation of it for the password - the same
      * mixing a profile's own wheel gets.
      *----------------------------------------------------------------
       PKG-WHEEL-BUILD.
           MOVE ws-hnd-salt TO ws-hnd-seed.
           MOVE 1 TO ind-hnd.
           PERFORM PKG-SEED-FOLD 1 TIMES.
           CALL "MANAGERWHL" USING ws-pkg-arr-wheel, ws-hnd-seed.
           MOVE 0 TO ws-pkg-fold.
           CALL "MANAGERCIF" USING ws-pkg-arr-wheel, ws-hnd-key,
                                   ws-pkg-wheel-mixed, ws-pkg-start,
                                   ws-pkg-fold.
           MOVE 0 TO ws-hnd-seed.
           EXIT.

       PKG-SEED-FOLD.
           IF ind-hnd GREATER 20
               MOVE 1 TO ind-hnd
           ELSE
               COMPUTE ws-hnd-work = ws-hnd-seed * 31
                   + FUNCTION ORD(ws-hnd-key(ind-hnd:1)) * ind-hnd
               COMPUTE ws-hnd-seed =
                   FUNCTION MOD(ws-hnd-work, 2147483646)
               ADD 1 TO ind-hnd
               GO TO PKG-SEED-FOLD.

      * Encipher ws-pk-buf's first ws-pk-len characters into the row
      * under the package rotation, fold them into the hash total
      * and write it; the row is counted by its type.
       PKG-WRITE.
           MOVE ws-pk-len TO pk-len.
           MOVE 1 TO ind-pk, ind-arr.
           PERFORM PKG-CIPHER 1 TIMES.
           MOVE 1 TO ind-pk.
           PERFORM PKG-HASH 1 TIMES.
           WRITE pk-rec.
           IF pk-type = 'I'
               ADD 1 TO ws-cnt-entries
           ELSE
               IF pk-type = 'T'
                   ADD 1 TO ws-cnt-totps
               ELSE
                   IF pk-type = 'N'
                       ADD 1 TO ws-cnt-notes
                   ELSE
                       IF pk-type = 'A'
                           ADD 1 TO ws-cnt-attrs.
           EXIT.

       PKG-CIPHER.
           IF ind-pk GREATER ws-pk-len
               MOVE 1 TO ind-pk, ind-arr
           ELSE
               IF ind-arr GREATER 85248
                   MOVE 1 TO ind-arr
               END-IF
               IF ws-pk-buf(ind-pk:1) = pkg-wheel-mixed(ind-arr)
                   MOVE ind-arr TO pk-comp(ind-pk)
                   ADD 1 TO ind-pk
               ELSE
                   ADD 1 TO ind-arr
               END-IF
               GO TO PKG-CIPHER.

       PKG-HASH.
           IF ind-pk GREATER pk-len
               MOVE 1 TO ind-pk
           ELSE
               COMPUTE ws-pk-hash = FUNCTION MOD(ws-pk-hash * 31
                   + pk-comp(ind-pk), 999999937)
               ADD 1 TO ind-pk
               GO TO PKG-HASH.

      * Range-check and hash the row just read; a position outside
      * the wheel marks the package bad. The V row is deciphered
      * here too, for the password check.
       PKG-READ-CHECK.
           IF pk-len GREATER 278
               MOVE 'Y' TO ws-pk-bad
           ELSE
               MOVE 1 TO ind-pk
               PERFORM PKG-RANGE 1 TIMES
               IF ws-pk-bad NOT = 'Y'
                   MOVE 1 TO ind-pk
                   PERFORM PKG-HASH 1 TIMES
                   IF pk-type = 'V'
                       PERFORM PKG-DECIPHER 1 TIMES
                   END-IF
               END-IF.
           EXIT.

       PKG-RANGE.
           IF ind-pk NOT GREATER pk-len
               IF pk-comp(ind-pk) LESS 1 OR
                  pk-comp(ind-pk) GREATER 85248
                   MOVE 'Y' TO ws-pk-bad
               ELSE
                   ADD 1 TO ind-pk
                   GO TO PKG-RANGE.

       PKG-DECIPHER.
           MOVE SPACES TO ws-pk-buf.
           MOVE 1 TO ind-pk.
           PERFORM PKG-DECIPHER-CHAR 1 TIMES.
           EXIT.

       PKG-DECIPHER-CHAR.
           IF ind-pk NOT GREATER pk-len
               MOVE pk-comp(ind-pk) TO ind-arr
               MOVE pkg-wheel-mixed(ind-arr) TO ws-pk-buf(ind-pk:1)
               ADD 1 TO ind-pk
               GO TO PKG-DECIPHER-CHAR.

      *----------------------------------------------------------------
      * This profile's side of the cipher: each vault row deciphered
      * from wheel-mixed, or enciphered into it, the way MANAGER's
      * own loops do it.
      *----------------------------------------------------------------
       DECIPHER-REC.
           IF ind-rec GREATER THAN 210
               MOVE 1 TO ind-rec
           ELSE
               MOVE comp-informations(ind-rec) TO ind-arr
               MOVE wheel-mixed(ind-arr) TO rec-arr(ind-rec)
               ADD 1 TO ind-rec
               GO TO DECIPHER-REC.

       DECIPHER-TOTP.
           IF ind-rec GREATER THAN 32
               MOVE 1 TO ind-rec
           ELSE
               MOVE totp-comp(ind-rec) TO ind-arr
               MOVE wheel-mixed(ind-arr) TO ws-vbuf(ind-rec:1)
               ADD 1 TO ind-rec
               GO TO DECIPHER-TOTP.

       DECIPHER-NOTE.
           IF ind-rec GREATER THAN 60
               MOVE 1 TO ind-rec
           ELSE
               MOVE note-comp(ind-rec) TO ind-arr
               MOVE wheel-mixed(ind-arr) TO ws-vbuf(ind-rec:1)
               ADD 1 TO ind-rec
               GO TO DECIPHER-NOTE.

       DECIPHER-ATTR.
           IF ind-rec GREATER THAN 40
               MOVE 1 TO ind-rec
           ELSE
               MOVE attr-comp(ind-rec) TO ind-arr
               MOVE wheel-mixed(ind-arr) TO ws-vbuf(ind-rec:1)
               ADD 1 TO ind-rec
               GO TO DECIPHER-ATTR.

       CIPHER-REC.
           IF ind-rec GREATER THAN 210
               MOVE 1 TO ind-rec, ind-arr
           ELSE
               IF ind-arr GREATER THAN 85248
                   MOVE 1 TO ind-arr
               END-IF
               IF rec-arr(ind-rec) = wheel-mixed(ind-arr)
                   MOVE ind-arr TO comp-informations(ind-rec)
                   ADD 1 TO ind-rec
               ELSE
                   ADD 1 TO ind-arr
               END-IF
               GO TO CIPHER-REC.

       CIPHER-TOTP.
           IF ind-rec GREATER THAN 32
               MOVE 1 TO ind-rec, ind-arr
           ELSE
               IF ind-arr GREATER THAN 85248
                   MOVE 1 TO ind-arr
               END-IF
               IF ws-vbuf(ind-rec:1) = wheel-mixed(ind-arr)
                   MOVE ind-arr TO totp-comp(ind-rec)
                   ADD 1 TO ind-rec
               ELSE
                   ADD 1 TO ind-arr
               END-IF
               GO TO CIPHER-TOTP.

       CIPHER-NOTE.
           IF ind-rec GREATER THAN 60
               MOVE 1 TO ind-rec, ind-arr
           ELSE
               IF ind-arr GREATER THAN 85248
                   MOVE 1 TO ind-arr
               END-IF
               IF ws-vbuf(ind-rec:1) = wheel-mixed(ind-arr)
                   MOVE ind-arr TO note-comp(ind-rec)
                   ADD 1 TO ind-rec
               ELSE
                   ADD 1 TO ind-arr
               END-IF
               GO TO CIPHER-NOTE.

       CIPHER-ATTR.
           IF ind-rec GREATER THAN 40
               MOVE 1 TO ind-rec, ind-arr
           ELSE
               IF ind-arr GREATER THAN 85248
                   MOVE 1 TO ind-arr
               END-IF
               IF ws-vbuf(ind-rec:1) = wheel-mixed(ind-arr)
                   MOVE ind-arr TO attr-comp(ind-rec)
                   ADD 1 TO ind-rec
               ELSE
                   ADD 1 TO ind-arr
               END-IF
               GO TO CIPHER-ATTR.

      * The companion files are optional on either side: a profile
      * that never stored a TOTP secret has no TOTPVAULT. Export
      * reads what is there; import creates what is missing.
       COMPANIONS-OPEN-INPUT.
           OPEN INPUT totp-vault.
           IF fs-totp = '00'
               MOVE 'Y' TO ws-totp-open.
           OPEN INPUT notes-vault.
           IF fs-notes = '00'
               MOVE 'Y' TO ws-notes-open.
           OPEN INPUT attr-vault.
           IF fs-attr = '00'
               MOVE 'Y' TO ws-attr-open.
           OPEN INPUT restrict.
           IF fs-rs = '00'
               MOVE 'Y' TO ws-rs-open.
           EXIT.

       COMPANIONS-OPEN-IO.
           OPEN I-O totp-vault.
           IF fs-totp NOT = '00'
               CLOSE totp-vault
               OPEN OUTPUT totp-vault
               CLOSE totp-vault
               OPEN I-O totp-vault.
           MOVE 'Y' TO ws-totp-open.
           OPEN I-O notes-vault.
           IF fs-notes NOT = '00'
               CLOSE notes-vault
               OPEN OUTPUT notes-vault
               CLOSE notes-vault
               OPEN I-O notes-vault.
           MOVE 'Y' TO ws-notes-open.
           OPEN I-O attr-vault.
           IF fs-attr NOT = '00'
               CLOSE attr-vault
               OPEN OUTPUT attr-vault
               CLOSE attr-vault
               OPEN I-O attr-vault.
           MOVE 'Y' TO ws-attr-open.
           EXIT.

       COMPANIONS-CLOSE.
           IF ws-totp-open = 'Y'
               CLOSE totp-vault.
           IF ws-notes-open = 'Y'
               CLOSE notes-vault.
           IF ws-attr-open = 'Y'
               CLOSE attr-vault.
           IF ws-rs-open = 'Y'
               CLOSE restrict.
           MOVE 'N' TO ws-totp-open, ws-notes-open, ws-attr-open,
                       ws-rs-open.
           EXIT.

       AUDIT-WRITE.
      *    Seed, write and close in one breath, the way MANAGERLOC's
      *    LOC-AUDIT does: a lock-free lookup may have appended
      *    chained lines since the last one.
           PERFORM AUDIT-CHAIN-SEED 1 TIMES.
           OPEN EXTEND audit-log.
           IF fs-audit NOT = '00'
               OPEN OUTPUT audit-log
               CLOSE audit-log
               OPEN EXTEND audit-log.
           ACCEPT ws-audit-date FROM DATE YYYYMMDD.
           ACCEPT ws-audit-time FROM TIME.
           MOVE SPACES TO audit-rec.
           MOVE ws-audit-date TO audit-rec(1:8).
           MOVE ws-audit-time TO audit-rec(10:8).
           MOVE ws-audit-action TO audit-rec(19:10).
           IF site-name NOT = SPACES OR account-label NOT = SPACES
               MOVE site-name TO ws-ac-buf(1:40)
               MOVE account-label TO ws-ac-buf(41:20)
               MOVE 1 TO ind-ac, ind-arr
               PERFORM AUDIT-KEY-CIPHER 1 TIMES.
           MOVE ws-audit-user TO audit-rec(332:7).
           PERFORM AUDIT-CHAIN-CALC 1 TIMES.
           MOVE ws-chain-work TO audit-rec(341:6).
           MOVE ws-chain-work TO ws-audit-chain.
           WRITE audit-rec.
           CLOSE audit-log.
           EXIT.

      * Cipher the sixty key characters into their 5-digit position
      * groups on the line.
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
           MOVE 'TOTPVAULT' TO ws-totpvault-file.
           MOVE 'NOTESVAULT' TO ws-notesvault-file.
           MOVE 'ATTRVAULT' TO ws-attrvault-file.
           MOVE 'RESTRICT' TO ws-restrict-file.
           MOVE 'AUDITLOG' TO ws-auditlog-file.
           MOVE 'HANDRCPT' TO ws-hndrcpt-file.
           MOVE 'KEYFILE' TO ws-keyfile-file.
           MOVE 'VAULTLOCK' TO ws-vaultlock-file.
           MOVE '(DEFAULT)' TO ws-from-disp.

           IF ws-profile-name NOT = SPACES
               MOVE ws-profile-name TO ws-from-disp
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
               MOVE SPACES TO ws-totpvault-file
               STRING 'TOTPVAULT-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-totpvault-file
               MOVE SPACES TO ws-notesvault-file
               STRING 'NOTESVAULT-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-notesvault-file
               MOVE SPACES TO ws-attrvault-file
               STRING 'ATTRVAULT-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-attrvault-file
               MOVE SPACES TO ws-restrict-file
               STRING 'RESTRICT-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-restrict-file
               MOVE SPACES TO ws-auditlog-file
               STRING 'AUDITLOG-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-auditlog-file
               MOVE SPACES TO ws-hndrcpt-file
               STRING 'HANDRCPT-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-hndrcpt-file
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
           MOVE SPACES TO ws-key, ws-hnd-key, ws-pk-buf, ws-vbuf,
                          ws-rec, ws-recarr.
           IF ws-lock-held = 'Y'
               CALL "CBL_DELETE_FILE" USING ws-vaultlock-file.
           MOVE ws-run-rc TO RETURN-CODE.
           STOP RUN.
       END PROGRAM MANAGERHND.
