      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reorganize a profile's indexed vault files. Years of
      *          deletes, restores, purges and rekeys leave
      *          INFORMATIONS and its companion indexed files far
      *          bigger on disk than their live records justify, and
      *          every sequential pass over them - the rekey loops,
      *          MANAGERCHK - slows down with them. The worklist,
      *          check-out, link and other control files MANAGER
      *          keeps beside them (OPERATORS, WORKLIST, GRANTS,
      *          CHECKOUT, RESTRICT, CUSTODY, LINKS) are churned the
      *          same way and go through the same pass. Each file is
      *          unloaded record by record to a work file beside it,
      *          reloaded into a fresh file, and that fresh file is
      *          read back once more; only when the records out match
      *          the records in and the key hash totals agree is the
      *          fresh file copied over the live one. A file that does
      *          not balance is left exactly as it was and the run is
      *          flagged as failed.
      *          Nothing is deciphered - records move as they stand -
      *          so no master key is asked for, the way MANAGERBAK
      *          copies the set; the vault lock is held throughout,
      *          since a live session holds these files open.
      *          REORGRPT lists per file the records in and out, the
      *          key hash total before and after, the disk size
      *          before and after and the outcome, and a REORG line
      *          goes on AUDITLOG.
      *          Return code 0 when every file present balanced, 8
      *          when any did not or the run could not be made.
      * Tectonics: GNU-COBOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGERREO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Every indexed file is ASSIGNed to the same name field: only one
      *is open at a time, pointed at the live file to unload it and
      *at its fresh copy to reload and re-read it.
           SELECT informations ASSIGN TO DYNAMIC ws-reo-path
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS rec-key
                                         FILE STATUS IS fs-reo.
           SELECT email-index ASSIGN TO DYNAMIC ws-reo-path
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS idx-key
                                         FILE STATUS IS fs-reo.
           SELECT deleted-informations ASSIGN TO DYNAMIC ws-reo-path
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS del-rec-key
                                         FILE STATUS IS fs-reo.
           SELECT totp-vault ASSIGN TO DYNAMIC ws-reo-path
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS totp-key
                                         FILE STATUS IS fs-reo.
           SELECT notes-vault ASSIGN TO DYNAMIC ws-reo-path
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS note-key
                                         FILE STATUS IS fs-reo.
           SELECT deleted-notes ASSIGN TO DYNAMIC ws-reo-path
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS del-note-key
                                         FILE STATUS IS fs-reo.
           SELECT psw-history ASSIGN TO DYNAMIC ws-reo-path
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS hist-key
                                         FILE STATUS IS fs-reo.
           SELECT mod-history ASSIGN TO DYNAMIC ws-reo-path
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS mh-key
                                         FILE STATUS IS fs-reo.
           SELECT attr-vault ASSIGN TO DYNAMIC ws-reo-path
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS attr-key
                                         FILE STATUS IS fs-reo.
           SELECT del-attr ASSIGN TO DYNAMIC ws-reo-path
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS del-attr-key
                                         FILE STATUS IS fs-reo.
           SELECT operators ASSIGN TO DYNAMIC ws-reo-path
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS op-id
                                         FILE STATUS IS fs-reo.
           SELECT worklist ASSIGN TO DYNAMIC ws-reo-path
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS wl-key
                                         FILE STATUS IS fs-reo.
           SELECT grants ASSIGN TO DYNAMIC ws-reo-path
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS gr-op
                                         FILE STATUS IS fs-reo.
           SELECT checkout ASSIGN TO DYNAMIC ws-reo-path
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS co-key
                                         FILE STATUS IS fs-reo.
           SELECT restrict ASSIGN TO DYNAMIC ws-reo-path
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS rs-key
                                         FILE STATUS IS fs-reo.
           SELECT custody ASSIGN TO DYNAMIC ws-reo-path
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS cu-key
                                         FILE STATUS IS fs-reo.
           SELECT links ASSIGN TO DYNAMIC ws-reo-path
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS ln-key
                                         FILE STATUS IS fs-reo.
           SELECT reo-work ASSIGN TO DYNAMIC ws-reo-unl
                                         FILE STATUS IS fs-unl.
           SELECT reo-report ASSIGN TO DYNAMIC ws-reorgrpt-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-rpt.
           SELECT audit-log ASSIGN TO DYNAMIC ws-auditlog-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-audit.
           SELECT vault-lock ASSIGN TO DYNAMIC ws-vaultlock-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-lock.

       DATA DIVISION.
       FILE SECTION.
       FD informations.
       COPY MANAGER_INFOREC.

       FD email-index.
       01 idx-rec.
         02 idx-key.
           03 idx-mail PIC X(30).
           03 idx-site PIC X(40).
           03 idx-account PIC X(20).

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

       FD mod-history.
       01 mh-rec.
         02 mh-key.
           03 mh-site PIC X(40).
           03 mh-account PIC X(20).
           03 mh-seq PIC 9(3).
         02 mh-date PIC 9(8).
         02 mh-comp PIC 9(5) COMP OCCURS 180.

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

      * The control files MANAGER.cbl keeps beside the vault, in
      * its layouts.
       FD operators.
       01 op-rec.
         02 op-id PIC X(7).
         02 op-area.
           03 op-psw PIC 9(5) COMP OCCURS 20.
           03 op-delta PIC 9(5) COMP.
         02 op-role PIC X.

       FD worklist.
       01 wl-rec.
         02 wl-key.
           03 wl-site PIC X(40).
           03 wl-account PIC X(20).
         02 wl-reason PIC X(20).
         02 wl-status PIC X.

       FD grants.
       01 gr-rec.
         02 gr-op PIC X(7).
         02 gr-cats.
           03 gr-cat PIC X(10) OCCURS 10.

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

       FD restrict.
       01 rs-rec.
         02 rs-key.
           03 rs-site PIC X(40).
           03 rs-account PIC X(20).
         02 rs-by PIC X(7).
         02 rs-date PIC 9(8).

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

       FD links.
       01 ln-rec.
         02 ln-key.
           03 ln-par-site PIC X(40).
           03 ln-par-account PIC X(20).
           03 ln-chd-site PIC X(40).
           03 ln-chd-account PIC X(20).
         02 ln-date PIC 9(8).
         02 ln-by PIC X(7).

      * The unload work file: one fixed slot per record, wide enough
      * for the longest layout above. Every layout starts with its
      * record key, so the key is always the first bytes of a slot.
       FD reo-work.
       01 unl-rec PIC X(1000).

       FD reo-report.
       01 reo-report-line PIC X(132).

      * Audit line layout, the same one MANAGER.cbl writes: date,
      * time and action in the clear, the site/account columns in
      * 30-330 blank - this line is about the run, not an entry -
      * the credential in 332-338 and the check value chained over
      * columns 1-340 in 341-346.
       FD audit-log.
       01 audit-rec PIC X(346).

      * Single-writer lock: one line saying when the lock was taken
      * and by which program; its existence IS the lock.
       FD vault-lock.
       01 lock-line PIC X(40).


       WORKING-STORAGE SECTION.
       77 ws-profile-name PIC X(8) VALUE SPACES.
       77 ws-auditlog-file PIC X(40) VALUE 'AUDITLOG'.
       77 ws-reorgrpt-file PIC X(40) VALUE 'REORGRPT'.

      * The files reorganized, in report order, with the length of
      * the record key each layout starts with. The slot number is
      * also what REO-OPEN-IN and the other verbs below switch on.
       01 ws-reo-table.
         02 reo-entry OCCURS 17.
           03 reo-live PIC X(40).
           03 reo-keylen PIC 9(3).
       77 ws-reo-count PIC 99 VALUE 17.
       77 ind-reo PIC 99 VALUE 1.

       77 ws-reo-path PIC X(48) VALUE SPACES.
       77 ws-reo-unl PIC X(48) VALUE SPACES.
       77 ws-reo-new PIC X(48) VALUE SPACES.
       77 ws-reo-bak PIC X(48) VALUE SPACES.
       77 ws-reo-name PIC X(40) VALUE SPACES.

       77 fs-reo PIC X(2).
       77 fs-unl PIC X(2).
       77 fs-rpt PIC X(2).
       77 fs-audit PIC X(2).

       77 ws-reo-eof PIC X VALUE 'N'.
       77 ws-reo-in PIC 9(7) VALUE ZERO.
       77 ws-reo-out PIC 9(7) VALUE ZERO.
       77 ws-reo-wrerr PIC 9(7) VALUE ZERO.
       77 ws-reo-hash-in PIC 9(18) VALUE ZERO.
       77 ws-reo-hash-out PIC 9(18) VALUE ZERO.
       77 ws-reo-size-in PIC 9(18) VALUE ZERO.
       77 ws-reo-size-out PIC 9(18) VALUE ZERO.
       77 ws-reo-hash PIC 9(18) VALUE ZERO.
       77 ind-hsh PIC 9(4) VALUE 1.
       77 ws-reo-outcome PIC X(30) VALUE SPACES.
       77 ws-reo-failed PIC X VALUE 'N'.
       77 ws-reo-done PIC 99 VALUE ZERO.
       77 ws-reo-bad PIC 99 VALUE ZERO.
       77 ws-reo-absent PIC 99 VALUE ZERO.
       77 ws-tot-size-in PIC 9(18) VALUE ZERO.
       77 ws-tot-size-out PIC 9(18) VALUE ZERO.

       01 ws-file-info.
         02 ws-file-size PIC 9(18) COMP-X.
         02 FILLER PIC X(8).

       77 ws-run-date PIC 9(8) VALUE ZERO.
       77 ws-run-time PIC 9(8) VALUE ZERO.

       01 ws-det-line.
         02 det-file PIC X(14).
         02 det-in PIC Z(6)9.
         02 FILLER PIC X(1) VALUE SPACE.
         02 det-out PIC Z(6)9.
         02 FILLER PIC X(2) VALUE SPACES.
         02 det-hash-in PIC Z(14)9.
         02 FILLER PIC X(1) VALUE SPACE.
         02 det-hash-out PIC Z(14)9.
         02 FILLER PIC X(2) VALUE SPACES.
         02 det-size-in PIC Z(11)9.
         02 FILLER PIC X(1) VALUE SPACE.
         02 det-size-out PIC Z(11)9.
         02 FILLER PIC X(2) VALUE SPACES.
         02 det-outcome PIC X(30).

       77 ws-audit-action PIC X(10) VALUE SPACES.
       77 ws-audit-date PIC 9(8) VALUE ZERO.
       77 ws-audit-time PIC 9(8) VALUE ZERO.
       77 ws-audit-user PIC X(7) VALUE 'BATCH  '.
       77 ws-audit-chain PIC 9(6) VALUE ZERO.
       77 ws-chain-work PIC 9(6) VALUE ZERO.
       77 ind-chn PIC 9(3) VALUE 1.

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
           DISPLAY 'MANAGERREO - REORGANIZE THE INDEXED VAULT FILES'.
           PERFORM PROFILE-ASK 1 TIMES.

           CALL "CBL_CHECK_FILE_EXIST" USING reo-live(1),
                                             ws-file-info.
           IF RETURN-CODE NOT = 0
               DISPLAY 'NO VAULT FOUND - RUN MANAGER FIRST.'
               GO TO END-PROGRAM.

      * Only one session may hold the vault read-write - every file
      * reorganized here is one a live session holds open.
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
                  ' MANAGERREO' DELIMITED BY SIZE
               INTO lock-line.
           OPEN OUTPUT vault-lock.
           WRITE lock-line.
           CLOSE vault-lock.
           MOVE 'Y' TO ws-lock-held.

       REO-REPORT-OPEN.
           OPEN OUTPUT reo-report.
           IF fs-rpt NOT = '00'
               DISPLAY 'CANNOT WRITE ' ws-reorgrpt-file
                       ' - NOTHING REORGANIZED.'
               GO TO END-PROGRAM.

           ACCEPT ws-run-date FROM DATE YYYYMMDD.
           ACCEPT ws-run-time FROM TIME.
           MOVE SPACES TO reo-report-line.
           STRING 'VAULT FILE REORGANIZATION - PROFILE ' DELIMITED
                  BY SIZE
                  ws-profile-name DELIMITED BY SIZE
                  '  RUN ' DELIMITED BY SIZE
                  ws-run-date DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ws-run-time(1:6) DELIMITED BY SIZE
               INTO reo-report-line.
           WRITE reo-report-line.
           MOVE SPACES TO reo-report-line.
           WRITE reo-report-line.
           MOVE SPACES TO reo-report-line.
           STRING 'FILE          RECS IN RECS OUT   KEY HASH BEFORE'
                  DELIMITED BY SIZE
                  '      KEY HASH AFTER   SIZE BEFORE   SIZE AFTER'
                  DELIMITED BY SIZE
                  '  OUTCOME' DELIMITED BY SIZE
               INTO reo-report-line.
           WRITE reo-report-line.
           MOVE 1 TO ind-reo.
           PERFORM REO-FILE THRU REO-FILE-OUT ws-reo-count TIMES.

      *----------------------------------------------------------------
      * Totals, the run verdict and the audit line.
      *----------------------------------------------------------------
       REO-SUMMARY.
           MOVE SPACES TO reo-report-line.
           WRITE reo-report-line.
           MOVE SPACES TO ws-det-line.
           MOVE 'TOTAL SIZE' TO det-file.
           MOVE ws-tot-size-in TO det-size-in.
           MOVE ws-tot-size-out TO det-size-out.
           MOVE ws-det-line TO reo-report-line.
           WRITE reo-report-line.
           MOVE SPACES TO reo-report-line.
           STRING 'FILES REORGANIZED: ' DELIMITED BY SIZE
                  ws-reo-done DELIMITED BY SIZE
                  '  OUT OF BALANCE: ' DELIMITED BY SIZE
                  ws-reo-bad DELIMITED BY SIZE
                  '  NOT PRESENT: ' DELIMITED BY SIZE
                  ws-reo-absent DELIMITED BY SIZE
               INTO reo-report-line.
           WRITE reo-report-line.
           MOVE SPACES TO reo-report-line.
           IF ws-reo-failed = 'Y'
               MOVE 'RUN STATUS: FAILED - SEE FILES LEFT AS THEY WERE'
                   TO reo-report-line
           ELSE
               MOVE 'RUN STATUS: BALANCED' TO reo-report-line.
           WRITE reo-report-line.
           CLOSE reo-report.

           PERFORM AUDIT-CHAIN-SEED 1 TIMES.
           OPEN EXTEND audit-log.
           IF fs-audit NOT = '00'
               OPEN OUTPUT audit-log
               CLOSE audit-log
               OPEN EXTEND audit-log.
           MOVE 'REORG' TO ws-audit-action.
           IF ws-reo-failed = 'Y'
               MOVE 'REORGFAIL' TO ws-audit-action.
           PERFORM AUDIT-WRITE 1 TIMES.
           CLOSE audit-log.

           DISPLAY ws-reo-done ' FILE(S) REORGANIZED, ' ws-reo-bad
                   ' OUT OF BALANCE - LISTING ON ' ws-reorgrpt-file.
           IF ws-reo-failed = 'Y'
               DISPLAY 'RUN FAILED - UNBALANCED FILES WERE LEFT AS'
                       ' THEY WERE.'
               GO TO END-PROGRAM.
           MOVE 0 TO ws-run-rc.
           GO TO END-PROGRAM.

      *----------------------------------------------------------------
      * One file: unload, reload fresh, read the fresh copy back, and
      * swap it in only when it balances with what came out.
      *----------------------------------------------------------------
       REO-FILE.
           MOVE reo-live(ind-reo) TO ws-reo-name.
           MOVE 0 TO ws-reo-in, ws-reo-out, ws-reo-wrerr,
                     ws-reo-hash-in, ws-reo-hash-out,
                     ws-reo-size-in, ws-reo-size-out.
           PERFORM REO-WORK-NAMES 1 TIMES.

           CALL "CBL_CHECK_FILE_EXIST" USING ws-reo-name,
                                             ws-file-info.
           IF RETURN-CODE NOT = 0
               ADD 1 TO ws-reo-absent
               MOVE 'NOT PRESENT' TO ws-reo-outcome
               GO TO REO-FILE-LINE.
           MOVE ws-file-size TO ws-reo-size-in.
           DISPLAY 'REORGANIZING ' ws-reo-name.

           MOVE ws-reo-name TO ws-reo-path.
           PERFORM REO-OPEN-IN 1 TIMES.
           IF fs-reo NOT = '00'
               PERFORM REO-CLOSE 1 TIMES
               MOVE 'CANNOT OPEN - LEFT AS IT WAS' TO ws-reo-outcome
               GO TO REO-FILE-BAD.

           OPEN OUTPUT reo-work.
           IF fs-unl NOT = '00'
               PERFORM REO-CLOSE 1 TIMES
               MOVE 'NO WORK FILE - LEFT AS IT WAS' TO ws-reo-outcome
               GO TO REO-FILE-BAD.

      *    Unload, counting and hashing the keys on the way out.
       REO-UNLOAD.
           PERFORM REO-READ 1 TIMES.
           IF ws-reo-eof = 'N'
               ADD 1 TO ws-reo-in
               PERFORM REO-HASH-KEY 1 TIMES
               ADD ws-reo-hash TO ws-reo-hash-in
               WRITE unl-rec
               GO TO REO-UNLOAD.

           PERFORM REO-CLOSE 1 TIMES.
           CLOSE reo-work.

      *    Reload into a fresh file beside the live one.
           MOVE ws-reo-new TO ws-reo-path.
           PERFORM REO-OPEN-OUT 1 TIMES.
           IF fs-reo NOT = '00'
               PERFORM REO-CLOSE 1 TIMES
               MOVE 'CANNOT CREATE - LEFT AS IT WAS' TO ws-reo-outcome
               GO TO REO-FILE-BAD.
           OPEN INPUT reo-work.

       REO-RELOAD.
           READ reo-work
               AT END
                   GO TO REO-RELOAD-END
           END-READ.
           PERFORM REO-WRITE 1 TIMES.
           GO TO REO-RELOAD.

       REO-RELOAD-END.
           PERFORM REO-CLOSE 1 TIMES.
           CLOSE reo-work.

      *    Read the fresh file itself back - what balances is what is
      *    actually on disk, not what was handed to WRITE.
           PERFORM REO-OPEN-IN 1 TIMES.
           IF fs-reo NOT = '00'
               PERFORM REO-CLOSE 1 TIMES
               MOVE 'CANNOT RE-READ - LEFT AS IT WAS'
                   TO ws-reo-outcome
               GO TO REO-FILE-BAD.

       REO-REREAD.
           PERFORM REO-READ 1 TIMES.
           IF ws-reo-eof = 'N'
               ADD 1 TO ws-reo-out
               PERFORM REO-HASH-KEY 1 TIMES
               ADD ws-reo-hash TO ws-reo-hash-out
               GO TO REO-REREAD.

           PERFORM REO-CLOSE 1 TIMES.
           CALL "CBL_CHECK_FILE_EXIST" USING ws-reo-new,
                                             ws-file-info.
           IF RETURN-CODE = 0
               MOVE ws-file-size TO ws-reo-size-out.

           IF ws-reo-out NOT = ws-reo-in OR
              ws-reo-hash-out NOT = ws-reo-hash-in OR
              ws-reo-wrerr GREATER 0
               MOVE 'OUT OF BALANCE - LEFT AS IT WAS'
                   TO ws-reo-outcome
               GO TO REO-FILE-BAD.

      *    Balanced: the live file is kept aside until the fresh one
      *    has been copied over it, and put back if that copy fails.
       REO-SWAP.
           CALL "CBL_COPY_FILE" USING ws-reo-name, ws-reo-bak.
           IF RETURN-CODE NOT = 0
               MOVE 'NO BACKOUT COPY - LEFT AS IT WAS'
                   TO ws-reo-outcome
               GO TO REO-FILE-BAD.

           CALL "CBL_COPY_FILE" USING ws-reo-new, ws-reo-name.
           IF RETURN-CODE NOT = 0
               CALL "CBL_COPY_FILE" USING ws-reo-bak, ws-reo-name
               MOVE 'SWAP FAILED - OLD FILE PUT BACK'
                   TO ws-reo-outcome
               GO TO REO-FILE-BAD.

           CALL "CBL_DELETE_FILE" USING ws-reo-bak.
           CALL "CBL_DELETE_FILE" USING ws-reo-new.
           CALL "CBL_DELETE_FILE" USING ws-reo-unl.
           ADD 1 TO ws-reo-done.
           ADD ws-reo-size-in TO ws-tot-size-in.
           ADD ws-reo-size-out TO ws-tot-size-out.
           MOVE 'REORGANIZED' TO ws-reo-outcome.
           GO TO REO-FILE-LINE.

       REO-FILE-BAD.
           CALL "CBL_DELETE_FILE" USING ws-reo-new.
           CALL "CBL_DELETE_FILE" USING ws-reo-unl.
           ADD 1 TO ws-reo-bad.
           ADD ws-reo-size-in TO ws-tot-size-in, ws-tot-size-out.
           MOVE ws-reo-size-in TO ws-reo-size-out.
           MOVE 'Y' TO ws-reo-failed.
           DISPLAY ws-reo-name ' ' ws-reo-outcome.

       REO-FILE-LINE.
           MOVE SPACES TO ws-det-line.
           MOVE ws-reo-name TO det-file.
           MOVE ws-reo-outcome TO det-outcome.
           IF ws-reo-outcome NOT = 'NOT PRESENT'
               MOVE ws-reo-in TO det-in
               MOVE ws-reo-out TO det-out
               MOVE ws-reo-hash-in TO det-hash-in
               MOVE ws-reo-hash-out TO det-hash-out
               MOVE ws-reo-size-in TO det-size-in
               MOVE ws-reo-size-out TO det-size-out.
           MOVE ws-det-line TO reo-report-line.
           WRITE reo-report-line.
           ADD 1 TO ind-reo.

       REO-FILE-OUT.
           EXIT.

      * The key at the head of the slot folded into one value, the
      * audit chain's arithmetic over the key length of this layout.
       REO-HASH-KEY.
           MOVE 0 TO ws-reo-hash.
           MOVE 1 TO ind-hsh.
           PERFORM REO-HASH-CHAR 1 TIMES.
           EXIT.

       REO-HASH-CHAR.
           IF ind-hsh GREATER reo-keylen(ind-reo)
               MOVE 1 TO ind-hsh
           ELSE
               COMPUTE ws-reo-hash = FUNCTION MOD(ws-reo-hash * 31
                   + FUNCTION ORD(unl-rec(ind-hsh:1)) * ind-hsh,
                   999999937)
               ADD 1 TO ind-hsh
               GO TO REO-HASH-CHAR.

       REO-WORK-NAMES.
           MOVE SPACES TO ws-reo-unl, ws-reo-new, ws-reo-bak.
           STRING ws-reo-name DELIMITED BY SPACE
                  '.UNL' DELIMITED BY SIZE
               INTO ws-reo-unl.
           STRING ws-reo-name DELIMITED BY SPACE
                  '.NEW' DELIMITED BY SIZE
               INTO ws-reo-new.
           STRING ws-reo-name DELIMITED BY SPACE
                  '.REOBAK' DELIMITED BY SIZE
               INTO ws-reo-bak.
           EXIT.

      *----------------------------------------------------------------
      * The file verbs, by slot - each record layout needs its own
      * FD, so the slot number picks the one to use.
      *----------------------------------------------------------------
       REO-OPEN-IN.
           IF ind-reo = 1
               OPEN INPUT informations.
           IF ind-reo = 2
               OPEN INPUT email-index.
           IF ind-reo = 3
               OPEN INPUT deleted-informations.
           IF ind-reo = 4
               OPEN INPUT totp-vault.
           IF ind-reo = 5
               OPEN INPUT notes-vault.
           IF ind-reo = 6
               OPEN INPUT deleted-notes.
           IF ind-reo = 7
               OPEN INPUT psw-history.
           IF ind-reo = 8
               OPEN INPUT mod-history.
           IF ind-reo = 9
               OPEN INPUT attr-vault.
           IF ind-reo = 10
               OPEN INPUT del-attr.
           IF ind-reo = 11
               OPEN INPUT operators.
           IF ind-reo = 12
               OPEN INPUT worklist.
           IF ind-reo = 13
               OPEN INPUT grants.
           IF ind-reo = 14
               OPEN INPUT checkout.
           IF ind-reo = 15
               OPEN INPUT restrict.
           IF ind-reo = 16
               OPEN INPUT custody.
           IF ind-reo = 17
               OPEN INPUT links.
           EXIT.

       REO-OPEN-OUT.
           IF ind-reo = 1
               OPEN OUTPUT informations.
           IF ind-reo = 2
               OPEN OUTPUT email-index.
           IF ind-reo = 3
               OPEN OUTPUT deleted-informations.
           IF ind-reo = 4
               OPEN OUTPUT totp-vault.
           IF ind-reo = 5
               OPEN OUTPUT notes-vault.
           IF ind-reo = 6
               OPEN OUTPUT deleted-notes.
           IF ind-reo = 7
               OPEN OUTPUT psw-history.
           IF ind-reo = 8
               OPEN OUTPUT mod-history.
           IF ind-reo = 9
               OPEN OUTPUT attr-vault.
           IF ind-reo = 10
               OPEN OUTPUT del-attr.
           IF ind-reo = 11
               OPEN OUTPUT operators.
           IF ind-reo = 12
               OPEN OUTPUT worklist.
           IF ind-reo = 13
               OPEN OUTPUT grants.
           IF ind-reo = 14
               OPEN OUTPUT checkout.
           IF ind-reo = 15
               OPEN OUTPUT restrict.
           IF ind-reo = 16
               OPEN OUTPUT custody.
           IF ind-reo = 17
               OPEN OUTPUT links.
           EXIT.

       REO-CLOSE.
           IF ind-reo = 1
               CLOSE informations.
           IF ind-reo = 2
               CLOSE email-index.
           IF ind-reo = 3
               CLOSE deleted-informations.
           IF ind-reo = 4
               CLOSE totp-vault.
           IF ind-reo = 5
               CLOSE notes-vault.
           IF ind-reo = 6
               CLOSE deleted-notes.
           IF ind-reo = 7
               CLOSE psw-history.
           IF ind-reo = 8
               CLOSE mod-history.
           IF ind-reo = 9
               CLOSE attr-vault.
           IF ind-reo = 10
               CLOSE del-attr.
           IF ind-reo = 11
               CLOSE operators.
           IF ind-reo = 12
               CLOSE worklist.
           IF ind-reo = 13
               CLOSE grants.
           IF ind-reo = 14
               CLOSE checkout.
           IF ind-reo = 15
               CLOSE restrict.
           IF ind-reo = 16
               CLOSE custody.
           IF ind-reo = 17
               CLOSE links.
           EXIT.

      * Next record in key order into the unload slot; ws-reo-eof
      * goes to 'Y' at the end of the file.
       REO-READ.
           MOVE 'N' TO ws-reo-eof.
           MOVE SPACES TO unl-rec.
           IF ind-reo = 1
               READ informations NEXT
                   AT END MOVE 'Y' TO ws-reo-eof
                   NOT AT END MOVE rec TO unl-rec
               END-READ.
           IF ind-reo = 2
               READ email-index NEXT
                   AT END MOVE 'Y' TO ws-reo-eof
                   NOT AT END MOVE idx-rec TO unl-rec
               END-READ.
           IF ind-reo = 3
               READ deleted-informations NEXT
                   AT END MOVE 'Y' TO ws-reo-eof
                   NOT AT END MOVE del-rec TO unl-rec
               END-READ.
           IF ind-reo = 4
               READ totp-vault NEXT
                   AT END MOVE 'Y' TO ws-reo-eof
                   NOT AT END MOVE totp-rec TO unl-rec
               END-READ.
           IF ind-reo = 5
               READ notes-vault NEXT
                   AT END MOVE 'Y' TO ws-reo-eof
                   NOT AT END MOVE note-rec TO unl-rec
               END-READ.
           IF ind-reo = 6
               READ deleted-notes NEXT
                   AT END MOVE 'Y' TO ws-reo-eof
                   NOT AT END MOVE del-note-rec TO unl-rec
               END-READ.
           IF ind-reo = 7
               READ psw-history NEXT
                   AT END MOVE 'Y' TO ws-reo-eof
                   NOT AT END MOVE hist-rec TO unl-rec
               END-READ.
           IF ind-reo = 8
               READ mod-history NEXT
                   AT END MOVE 'Y' TO ws-reo-eof
                   NOT AT END MOVE mh-rec TO unl-rec
               END-READ.
           IF ind-reo = 9
               READ attr-vault NEXT
                   AT END MOVE 'Y' TO ws-reo-eof
                   NOT AT END MOVE attr-rec TO unl-rec
               END-READ.
           IF ind-reo = 10
               READ del-attr NEXT
                   AT END MOVE 'Y' TO ws-reo-eof
                   NOT AT END MOVE del-attr-rec TO unl-rec
               END-READ.
           IF ind-reo = 11
               READ operators NEXT
                   AT END MOVE 'Y' TO ws-reo-eof
                   NOT AT END MOVE op-rec TO unl-rec
               END-READ.
           IF ind-reo = 12
               READ worklist NEXT
                   AT END MOVE 'Y' TO ws-reo-eof
                   NOT AT END MOVE wl-rec TO unl-rec
               END-READ.
           IF ind-reo = 13
               READ grants NEXT
                   AT END MOVE 'Y' TO ws-reo-eof
                   NOT AT END MOVE gr-rec TO unl-rec
               END-READ.
           IF ind-reo = 14
               READ checkout NEXT
                   AT END MOVE 'Y' TO ws-reo-eof
                   NOT AT END MOVE co-rec TO unl-rec
               END-READ.
           IF ind-reo = 15
               READ restrict NEXT
                   AT END MOVE 'Y' TO ws-reo-eof
                   NOT AT END MOVE rs-rec TO unl-rec
               END-READ.
           IF ind-reo = 16
               READ custody NEXT
                   AT END MOVE 'Y' TO ws-reo-eof
                   NOT AT END MOVE cu-rec TO unl-rec
               END-READ.
           IF ind-reo = 17
               READ links NEXT
                   AT END MOVE 'Y' TO ws-reo-eof
                   NOT AT END MOVE ln-rec TO unl-rec
               END-READ.
           EXIT.

      * The unload slot back into its layout and onto the fresh file.
      * The slot is wider than any layout; the move drops the pad.
       REO-WRITE.
           IF ind-reo = 1
               MOVE unl-rec TO rec
               WRITE rec INVALID KEY ADD 1 TO ws-reo-wrerr
               END-WRITE.
           IF ind-reo = 2
               MOVE unl-rec TO idx-rec
               WRITE idx-rec INVALID KEY ADD 1 TO ws-reo-wrerr
               END-WRITE.
           IF ind-reo = 3
               MOVE unl-rec TO del-rec
               WRITE del-rec INVALID KEY ADD 1 TO ws-reo-wrerr
               END-WRITE.
           IF ind-reo = 4
               MOVE unl-rec TO totp-rec
               WRITE totp-rec INVALID KEY ADD 1 TO ws-reo-wrerr
               END-WRITE.
           IF ind-reo = 5
               MOVE unl-rec TO note-rec
               WRITE note-rec INVALID KEY ADD 1 TO ws-reo-wrerr
               END-WRITE.
           IF ind-reo = 6
               MOVE unl-rec TO del-note-rec
               WRITE del-note-rec INVALID KEY ADD 1 TO ws-reo-wrerr
               END-WRITE.
           IF ind-reo = 7
               MOVE unl-rec TO hist-rec
               WRITE hist-rec INVALID KEY ADD 1 TO ws-reo-wrerr
               END-WRITE.
           IF ind-reo = 8
               MOVE unl-rec TO mh-rec
               WRITE mh-rec INVALID KEY ADD 1 TO ws-reo-wrerr
               END-WRITE.
           IF ind-reo = 9
               MOVE unl-rec TO attr-rec
               WRITE attr-rec INVALID KEY ADD 1 TO ws-reo-wrerr
               END-WRITE.
           IF ind-reo = 10
               MOVE unl-rec TO del-attr-rec
               WRITE del-attr-rec INVALID KEY ADD 1 TO ws-reo-wrerr
               END-WRITE.
           IF ind-reo = 11
               MOVE unl-rec TO op-rec
               WRITE op-rec INVALID KEY ADD 1 TO ws-reo-wrerr
               END-WRITE.
           IF ind-reo = 12
               MOVE unl-rec TO wl-rec
               WRITE wl-rec INVALID KEY ADD 1 TO ws-reo-wrerr
               END-WRITE.
           IF ind-reo = 13
               MOVE unl-rec TO gr-rec
               WRITE gr-rec INVALID KEY ADD 1 TO ws-reo-wrerr
               END-WRITE.
           IF ind-reo = 14
               MOVE unl-rec TO co-rec
               WRITE co-rec INVALID KEY ADD 1 TO ws-reo-wrerr
               END-WRITE.
           IF ind-reo = 15
               MOVE unl-rec TO rs-rec
               WRITE rs-rec INVALID KEY ADD 1 TO ws-reo-wrerr
               END-WRITE.
           IF ind-reo = 16
               MOVE unl-rec TO cu-rec
               WRITE cu-rec INVALID KEY ADD 1 TO ws-reo-wrerr
               END-WRITE.
           IF ind-reo = 17
               MOVE unl-rec TO ln-rec
               WRITE ln-rec INVALID KEY ADD 1 TO ws-reo-wrerr
               END-WRITE.
           EXIT.

       AUDIT-WRITE.
           ACCEPT ws-audit-date FROM DATE YYYYMMDD.
           ACCEPT ws-audit-time FROM TIME.
           MOVE SPACES TO audit-rec.
           MOVE ws-audit-date TO audit-rec(1:8).
           MOVE ws-audit-time TO audit-rec(10:8).
           MOVE ws-audit-action TO audit-rec(19:10).
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
           MOVE 'INFORMATIONS' TO reo-live(1).
           MOVE 060 TO reo-keylen(1).
           MOVE 'EMAILIDX' TO reo-live(2).
           MOVE 090 TO reo-keylen(2).
           MOVE 'DELETEDINF' TO reo-live(3).
           MOVE 060 TO reo-keylen(3).
           MOVE 'TOTPVAULT' TO reo-live(4).
           MOVE 060 TO reo-keylen(4).
           MOVE 'NOTESVAULT' TO reo-live(5).
           MOVE 063 TO reo-keylen(5).
           MOVE 'DELNOTES' TO reo-live(6).
           MOVE 063 TO reo-keylen(6).
           MOVE 'PSWHIST' TO reo-live(7).
           MOVE 063 TO reo-keylen(7).
           MOVE 'MODHIST' TO reo-live(8).
           MOVE 063 TO reo-keylen(8).
           MOVE 'ATTRVAULT' TO reo-live(9).
           MOVE 072 TO reo-keylen(9).
           MOVE 'DELATTR' TO reo-live(10).
           MOVE 072 TO reo-keylen(10).
           MOVE 'OPERATORS' TO reo-live(11).
           MOVE 007 TO reo-keylen(11).
           MOVE 'WORKLIST' TO reo-live(12).
           MOVE 060 TO reo-keylen(12).
           MOVE 'GRANTS' TO reo-live(13).
           MOVE 007 TO reo-keylen(13).
           MOVE 'CHECKOUT' TO reo-live(14).
           MOVE 060 TO reo-keylen(14).
           MOVE 'RESTRICT' TO reo-live(15).
           MOVE 060 TO reo-keylen(15).
           MOVE 'CUSTODY' TO reo-live(16).
           MOVE 060 TO reo-keylen(16).
           MOVE 'LINKS' TO reo-live(17).
           MOVE 120 TO reo-keylen(17).
           MOVE 'AUDITLOG' TO ws-auditlog-file.
           MOVE 'REORGRPT' TO ws-reorgrpt-file.
           MOVE 'VAULTLOCK' TO ws-vaultlock-file.

           IF ws-profile-name NOT = SPACES
               MOVE 1 TO ind-reo
               PERFORM PROFILE-SUFFIX-ONE ws-reo-count TIMES
               MOVE SPACES TO ws-auditlog-file
               STRING 'AUDITLOG-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-auditlog-file
               MOVE SPACES TO ws-reorgrpt-file
               STRING 'REORGRPT-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-reorgrpt-file
               MOVE SPACES TO ws-vaultlock-file
               STRING 'VAULTLOCK-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-vaultlock-file.
           EXIT.

       PROFILE-SUFFIX-ONE.
           MOVE reo-live(ind-reo) TO ws-reo-name.
           MOVE SPACES TO reo-live(ind-reo).
           STRING ws-reo-name DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  ws-profile-name DELIMITED BY SPACE
               INTO reo-live(ind-reo).
           ADD 1 TO ind-reo.

       END-PROGRAM.
           IF ws-lock-held = 'Y'
               CALL "CBL_DELETE_FILE" USING ws-vaultlock-file.
           MOVE ws-run-rc TO RETURN-CODE.
           STOP RUN.
       END PROGRAM MANAGERREO.
