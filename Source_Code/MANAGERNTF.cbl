      ******************************************************************
      * Author:
      * Date:
      * Purpose: Outbound notification extract. Nobody hears about a
      *          stale password, a pending worklist item, a bin entry
      *          about to be swept or an overdue backup unless they
      *          open the vault and go looking, so this batch writes
      *          the NOTIFYOUT interface file for the shop's mail
      *          scheduler to send. One detail record per operator
      *          per item:
      *              EXPIRED   entry whose password is as old as the
      *                        PREFS expiry days (pasw-changed-date)
      *              WORKLIST  pending WORKLIST item, with its reason
      *              BINDUE    DELETEDINF entry the next MANAGERPRG
      *                        sweep will remove, given the retention
      *                        days the sweep is run with and how
      *                        many days away the sweep is
      *              BACKUP    newest BAKCATLG generation older than
      *                        the agreed interval, or none at all
      *          An entry's item goes to its CUSTODY custodian while
      *          that custodian is on the OPERATORS roster, and to
      *          MASTER otherwise; backup items always go to MASTER.
      *          The file ends with one trailer record carrying the
      *          detail count and the count per item type, so the
      *          receiving side can balance it. Only site name and
      *          account label leave the vault - nothing is
      *          deciphered, no master key is asked for and nothing
      *          is written into any vault file.
      *          Record layout, 132 columns:
      *            detail   1 'D', 2-9 profile, 10-16 operator,
      *                     17-24 item type, 25-64 site name (backup:
      *                     the generation), 65-84 account label,
      *                     85-92 date YYYYMMDD (password changed,
      *                     deleted, or backup taken), 93-97 days
      *                     (age, or days left before the sweep may
      *                     take it), 98-117 worklist reason
      *            trailer  1 'T', 2-9 profile, 10-17 run date,
      *                     18-24 detail records, 25-31 EXPIRED,
      *                     32-38 WORKLIST, 39-45 BINDUE, 46-52 BACKUP
      *          Return code 0 when there was nothing to notify, 4
      *          when detail records were written, 8 when the run
      *          could not be made.
      * Tectonics: GNU-COBOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGERNTF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Files are ASSIGN TO DYNAMIC so PROFILE-BUILD-NAMES can point
      *each one at the chosen profile's own file set. NOTIFYOUT is an
      *interface file under one fixed name; the profile is carried on
      *every record instead.
           SELECT informations ASSIGN TO DYNAMIC ws-informations-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS rec-key
                                         FILE STATUS IS fs.
           SELECT deleted-informations
                                  ASSIGN TO DYNAMIC ws-deletedinf-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS del-rec-key
                                         FILE STATUS IS fs-del.
           SELECT worklist ASSIGN TO DYNAMIC ws-worklist-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS wl-key
                                         FILE STATUS IS fs-wl.
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
           SELECT prefs ASSIGN TO DYNAMIC ws-prefs-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-prefs.
           SELECT bak-catalog ASSIGN TO DYNAMIC ws-catalog-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-catalog.
           SELECT ntf-out ASSIGN TO 'NOTIFYOUT'
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-ntf.

       DATA DIVISION.
       FILE SECTION.
       FD informations.
       COPY MANAGER_INFOREC.

      * Only the clear key and del-timestamp are looked at.
       FD deleted-informations.
       01 del-rec.
         02 del-rec-key.
           03 del-site-name PIC X(40).
           03 del-account-label PIC X(20).
         02 del-timestamp PIC X(16).
         02 del-pasw-changed-date PIC 9(8).
         02 del-comp-informations PIC 9(5) COMP OCCURS 210.

      * The worklist layout MANAGER.cbl keeps: clear key, reason,
      * status ('P' pending).
       FD worklist.
       01 wl-rec.
         02 wl-key.
           03 wl-site PIC X(40).
           03 wl-account PIC X(20).
         02 wl-reason PIC X(20).
         02 wl-status PIC X.

      * Custodian and last attestation per entry, the layout
      * MANAGER.cbl keeps.
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
      * been retired and their items go to MASTER.
       FD operators.
       01 op-rec.
         02 op-id PIC X(7).
         02 op-area.
           03 op-psw PIC 9(5) COMP OCCURS 20.
           03 op-delta PIC 9(5) COMP.
         02 op-role PIC X.

       FD prefs.
       01 prefs-line PIC X(40).

      * MANAGERBAK's generation catalog: 'G', generation number,
      * date, time and member mask.
       FD bak-catalog.
       01 catalog-line PIC X(46).

       FD ntf-out.
       01 ntf-detail.
         02 ntd-type PIC X.
         02 ntd-profile PIC X(8).
         02 ntd-operator PIC X(7).
         02 ntd-item PIC X(8).
         02 ntd-site PIC X(40).
         02 ntd-account PIC X(20).
         02 ntd-date PIC 9(8).
         02 ntd-days PIC 9(5).
         02 ntd-reason PIC X(20).
         02 FILLER PIC X(15).
       01 ntf-trailer.
         02 ntt-type PIC X.
         02 ntt-profile PIC X(8).
         02 ntt-run-date PIC 9(8).
         02 ntt-records PIC 9(7).
         02 ntt-expired PIC 9(7).
         02 ntt-worklist PIC 9(7).
         02 ntt-bindue PIC 9(7).
         02 ntt-backup PIC 9(7).
         02 FILLER PIC X(80).


       WORKING-STORAGE SECTION.
       77 ws-profile-name PIC X(8) VALUE SPACES.
       77 ws-informations-file PIC X(40) VALUE 'INFORMATIONS'.
       77 ws-deletedinf-file PIC X(40) VALUE 'DELETEDINF'.
       77 ws-worklist-file PIC X(40) VALUE 'WORKLIST'.
       77 ws-custody-file PIC X(40) VALUE 'CUSTODY'.
       77 ws-operators-file PIC X(40) VALUE 'OPERATORS'.
       77 ws-prefs-file PIC X(40) VALUE 'PREFS'.
       77 ws-catalog-file PIC X(40) VALUE 'BAKCATLG'.

       77 fs PIC X(2).
       77 fs-del PIC X(2).
       77 fs-wl PIC X(2).
       77 fs-cu PIC X(2).
       77 fs-oper PIC X(2).
       77 fs-prefs PIC X(2).
       77 fs-catalog PIC X(2).
       77 fs-ntf PIC X(2).

       77 ws-prof-disp PIC X(8) VALUE SPACES.
       77 ws-roster-open PIC X VALUE 'N'.
       77 ws-custody-open PIC X VALUE 'N'.
       77 ws-write-bad PIC X VALUE 'N'.

       01 ws-prefs-rec.
         02 prefs-idle-secs PIC 9(4).
         02 prefs-expire-days PIC 9(3).
         02 prefs-rep-lines PIC 9(2).
         02 prefs-gen-len PIC 9(2).
         02 prefs-gen-mix PIC X.
         02 prefs-max-bad PIC 9(2).

      * Limits the items are measured against. The expiry days come
      * from PREFS as MANAGER applies them; the rest are answered at
      * the prompt, a blank answer keeping the default. A sweep with
      * retention R run on day S removes entries deleted before S - R,
      * so an entry is due when it was deleted before today plus the
      * days to the next sweep, less R.
       77 ws-expire-days PIC 9(3) VALUE 180.
       77 ws-keep-days PIC 9(4) VALUE ZERO.
       77 ws-ahead-days PIC 9(4) VALUE ZERO.
       77 ws-bak-days PIC 9(4) VALUE ZERO.
       77 ws-today-date PIC 9(8) VALUE ZERO.
       77 ws-today-int PIC 9(8) COMP VALUE ZERO.
       77 ws-then-int PIC 9(8) COMP VALUE ZERO.
       77 ws-cut-int PIC S9(8) COMP VALUE ZERO.
       77 ws-left-days PIC S9(8) COMP VALUE ZERO.
       77 ws-age-days PIC 9(5) VALUE ZERO.
       77 ws-del-date PIC 9(8) VALUE ZERO.
       77 ws-bak-date PIC 9(8) VALUE ZERO.
       77 ws-bak-gen PIC X(4) VALUE SPACES.

      * Who the item in hand goes to.
       77 ws-ent-key PIC X(60) VALUE SPACES.
       77 ws-ent-cust PIC X(7) VALUE SPACES.

      * Counts for the trailer.
       77 ws-cnt-records PIC 9(7) VALUE ZERO.
       77 ws-cnt-expired PIC 9(7) VALUE ZERO.
       77 ws-cnt-worklist PIC 9(7) VALUE ZERO.
       77 ws-cnt-bindue PIC 9(7) VALUE ZERO.
       77 ws-cnt-backup PIC 9(7) VALUE ZERO.

      * The return code a job stream tests: 0 the run did what it
      * was asked, 4 it did but found something to look at, 8 it
      * did not. A run that leaves early has failed unless the exit
      * says otherwise; the value is handed over last thing, since
      * a CALL resets RETURN-CODE.
       77 ws-run-rc PIC 9 VALUE 8.

       PROCEDURE DIVISION.

       MAINLINE.
           DISPLAY 'MANAGERNTF - OUTBOUND NOTIFICATION EXTRACT'.
           PERFORM PROFILE-ASK 1 TIMES.
           IF ws-profile-name = SPACES
               MOVE 'DEFAULT' TO ws-prof-disp
           ELSE
               MOVE ws-profile-name TO ws-prof-disp.

           DISPLAY 'RETENTION DAYS THE BIN SWEEP RUNS WITH'
                   ' (BLANK = NO SWEEP): ' WITH NO ADVANCING.
           ACCEPT ws-keep-days.
           DISPLAY 'DAYS UNTIL THE NEXT BIN SWEEP'
                   ' (BLANK = 7): ' WITH NO ADVANCING.
           ACCEPT ws-ahead-days.
           IF ws-ahead-days = ZERO
               MOVE 7 TO ws-ahead-days.
           DISPLAY 'NOTIFY BACKUPS OLDER THAN HOW MANY DAYS'
                   ' (BLANK = 7): ' WITH NO ADVANCING.
           ACCEPT ws-bak-days.
           IF ws-bak-days = ZERO
               MOVE 7 TO ws-bak-days.

           OPEN INPUT informations.
           IF fs NOT = '00'
               DISPLAY 'NO VAULT FOUND FOR ' ws-prof-disp
               GO TO END-PROGRAM.

           ACCEPT ws-today-date FROM DATE YYYYMMDD.
           COMPUTE ws-today-int =
                   FUNCTION INTEGER-OF-DATE(ws-today-date).
           PERFORM NTF-PREFS-LOAD 1 TIMES.

      *    No custody file yet just means no entry has a custodian;
      *    no roster means every item goes to MASTER.
           OPEN INPUT custody.
           IF fs-cu = '00'
               MOVE 'Y' TO ws-custody-open.
           OPEN INPUT operators.
           IF fs-oper = '00'
               MOVE 'Y' TO ws-roster-open.

           OPEN OUTPUT ntf-out.
           IF fs-ntf NOT = '00'
               DISPLAY 'NOTIFYOUT CANNOT BE WRITTEN'
               CLOSE informations, custody, operators
               GO TO END-PROGRAM.

           PERFORM NTF-EXPIRED-READ 1 TIMES.

           OPEN INPUT worklist.
           IF fs-wl = '00'
               PERFORM NTF-WORKLIST-READ 1 TIMES
               CLOSE worklist.

           IF ws-keep-days GREATER 0
               COMPUTE ws-cut-int = ws-today-int + ws-ahead-days
                                  - ws-keep-days
               OPEN INPUT deleted-informations
               IF fs-del = '00'
                   PERFORM NTF-BIN-READ 1 TIMES
                   CLOSE deleted-informations.

           PERFORM NTF-CATALOG 1 TIMES.

           PERFORM NTF-TRAILER-WRITE 1 TIMES.
           CLOSE ntf-out.
           CLOSE informations, custody, operators.

           DISPLAY 'NOTIFYOUT WRITTEN - ' ws-cnt-records
                   ' ITEM(S) FOR ' ws-prof-disp.
           IF ws-write-bad = 'Y'
               DISPLAY 'NOTIFYOUT IS INCOMPLETE - WRITE FAILED'
               GO TO END-PROGRAM.
           MOVE 0 TO ws-run-rc.
           IF ws-cnt-records GREATER 0
               MOVE 4 TO ws-run-rc.
           GO TO END-PROGRAM.

      * The expiry days as MANAGER's PREFS-APPLY reads them - an
      * unreadable value snaps back to the 180-day default.
       NTF-PREFS-LOAD.
           MOVE 180 TO prefs-expire-days.
           OPEN INPUT prefs.
           IF fs-prefs = '00'
               READ prefs
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE prefs-line(1:14) TO ws-prefs-rec
               END-READ
               CLOSE prefs.
           IF prefs-expire-days NOT NUMERIC OR prefs-expire-days = 0
               MOVE 180 TO prefs-expire-days.
           MOVE prefs-expire-days TO ws-expire-days.
           EXIT.

      *----------------------------------------------------------------
      * EXPIRED: every live entry whose password is at least the
      * expiry days old - the same test as MANAGER's expiration
      * report. An entry without a readable change date cannot be
      * aged and is left out.
      *----------------------------------------------------------------
       NTF-EXPIRED-READ.
           READ informations NEXT
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM NTF-EXPIRED THRU NTF-EXPIRED-OUT
                   GO TO NTF-EXPIRED-READ
           END-READ.

       NTF-EXPIRED.
           IF pasw-changed-date NOT NUMERIC
               GO TO NTF-EXPIRED-OUT.
           IF FUNCTION TEST-DATE-YYYYMMDD(pasw-changed-date) NOT = 0
               GO TO NTF-EXPIRED-OUT.
           COMPUTE ws-then-int =
                   FUNCTION INTEGER-OF-DATE(pasw-changed-date).
           IF ws-then-int GREATER ws-today-int
               GO TO NTF-EXPIRED-OUT.
           COMPUTE ws-age-days = ws-today-int - ws-then-int.
           IF ws-age-days LESS THAN ws-expire-days
               GO TO NTF-EXPIRED-OUT.

           MOVE rec-key TO ws-ent-key.
           PERFORM NTF-RECIPIENT 1 TIMES.
           MOVE SPACES TO ntf-detail.
           MOVE 'EXPIRED' TO ntd-item.
           MOVE site-name TO ntd-site.
           MOVE account-label TO ntd-account.
           MOVE pasw-changed-date TO ntd-date.
           MOVE ws-age-days TO ntd-days.
           PERFORM NTF-WRITE-DETAIL 1 TIMES.
           ADD 1 TO ws-cnt-expired.

       NTF-EXPIRED-OUT.
           EXIT.

      *----------------------------------------------------------------
      * WORKLIST: every pending item, with the reason it was raised.
      *----------------------------------------------------------------
       NTF-WORKLIST-READ.
           READ worklist NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF wl-status = 'P'
                       PERFORM NTF-WORKLIST 1 TIMES
                   END-IF
                   GO TO NTF-WORKLIST-READ
           END-READ.

       NTF-WORKLIST.
           MOVE wl-key TO ws-ent-key.
           PERFORM NTF-RECIPIENT 1 TIMES.
           MOVE SPACES TO ntf-detail.
           MOVE 'WORKLIST' TO ntd-item.
           MOVE wl-site TO ntd-site.
           MOVE wl-account TO ntd-account.
           MOVE 0 TO ntd-date, ntd-days.
           MOVE wl-reason TO ntd-reason.
           PERFORM NTF-WRITE-DETAIL 1 TIMES.
           ADD 1 TO ws-cnt-worklist.
           EXIT.

      *----------------------------------------------------------------
      * BINDUE: bin entries the next sweep will take. The days column
      * is how long is left before a sweep may take the entry - zero
      * when any sweep run today would. A deletion date that is not
      * a date is left alone, as MANAGERPRG leaves it.
      *----------------------------------------------------------------
       NTF-BIN-READ.
           READ deleted-informations NEXT
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM NTF-BIN THRU NTF-BIN-OUT
                   GO TO NTF-BIN-READ
           END-READ.

       NTF-BIN.
           IF del-timestamp(1:8) NOT NUMERIC
               GO TO NTF-BIN-OUT.
           MOVE del-timestamp(1:8) TO ws-del-date.
           IF FUNCTION TEST-DATE-YYYYMMDD(ws-del-date) NOT = 0
               GO TO NTF-BIN-OUT.
           COMPUTE ws-then-int =
                   FUNCTION INTEGER-OF-DATE(ws-del-date).
           IF ws-then-int NOT LESS THAN ws-cut-int
               GO TO NTF-BIN-OUT.
           COMPUTE ws-left-days = ws-then-int + ws-keep-days + 1
                                - ws-today-int.
           IF ws-left-days LESS THAN 0
               MOVE 0 TO ws-left-days.

           MOVE del-rec-key TO ws-ent-key.
           PERFORM NTF-RECIPIENT 1 TIMES.
           MOVE SPACES TO ntf-detail.
           MOVE 'BINDUE' TO ntd-item.
           MOVE del-site-name TO ntd-site.
           MOVE del-account-label TO ntd-account.
           MOVE ws-del-date TO ntd-date.
           MOVE ws-left-days TO ntd-days.
           PERFORM NTF-WRITE-DETAIL 1 TIMES.
           ADD 1 TO ws-cnt-bindue.

       NTF-BIN-OUT.
           EXIT.

      *----------------------------------------------------------------
      * BACKUP: the newest generation on the profile's catalog, as
      * MANAGERSTA judges it - older generations are kept history and
      * are only a concern when nothing newer has been taken.
      *----------------------------------------------------------------
       NTF-CATALOG.
           MOVE 0 TO ws-bak-date.
           MOVE SPACES TO ws-bak-gen.
           OPEN INPUT bak-catalog.
           IF fs-catalog = '00'
               PERFORM NTF-CATALOG-READ 1 TIMES
               CLOSE bak-catalog.

           MOVE SPACES TO ntf-detail.
           MOVE 'MASTER' TO ws-ent-cust.
           MOVE 'BACKUP' TO ntd-item.
           IF ws-bak-date = ZERO
               MOVE 'NO GENERATION ON CATALOG' TO ntd-site
               MOVE 0 TO ntd-date, ntd-days
               PERFORM NTF-WRITE-DETAIL 1 TIMES
               ADD 1 TO ws-cnt-backup
           ELSE
               COMPUTE ws-then-int =
                       FUNCTION INTEGER-OF-DATE(ws-bak-date)
               MOVE 0 TO ws-age-days
               IF ws-then-int LESS THAN ws-today-int
                   COMPUTE ws-age-days = ws-today-int - ws-then-int
               END-IF
               IF ws-age-days GREATER ws-bak-days
                   STRING 'GENERATION ' DELIMITED BY SIZE
                          ws-bak-gen DELIMITED BY SIZE
                      INTO ntd-site
                   MOVE ws-bak-date TO ntd-date
                   MOVE ws-age-days TO ntd-days
                   PERFORM NTF-WRITE-DETAIL 1 TIMES
                   ADD 1 TO ws-cnt-backup.
           EXIT.

       NTF-CATALOG-READ.
           READ bak-catalog
               AT END
                   CONTINUE
               NOT AT END
                   IF catalog-line(1:1) = 'G' AND
                      catalog-line(7:8) NUMERIC
                       IF catalog-line(7:8) GREATER ws-bak-date
                           MOVE catalog-line(7:8) TO ws-bak-date
                           MOVE catalog-line(2:4) TO ws-bak-gen
                       END-IF
                   END-IF
                   GO TO NTF-CATALOG-READ
           END-READ.

      * The custodian of the entry keyed ws-ent-key while they are on
      * the roster, MASTER for everything else.
       NTF-RECIPIENT.
           MOVE 'MASTER' TO ws-ent-cust.
           IF ws-custody-open = 'Y'
               MOVE ws-ent-key TO cu-key
               READ custody
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM NTF-ROSTER-CHECK 1 TIMES
               END-READ.
           EXIT.

       NTF-ROSTER-CHECK.
           IF ws-roster-open = 'Y' AND cu-op NOT = SPACES
               MOVE cu-op TO op-id
               READ operators
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE cu-op TO ws-ent-cust
               END-READ.
           EXIT.

       NTF-WRITE-DETAIL.
           MOVE 'D' TO ntd-type.
           MOVE ws-prof-disp TO ntd-profile.
           MOVE ws-ent-cust TO ntd-operator.
           WRITE ntf-detail.
           IF fs-ntf NOT = '00'
               MOVE 'Y' TO ws-write-bad.
           ADD 1 TO ws-cnt-records.
           EXIT.

       NTF-TRAILER-WRITE.
           MOVE SPACES TO ntf-trailer.
           MOVE 'T' TO ntt-type.
           MOVE ws-prof-disp TO ntt-profile.
           MOVE ws-today-date TO ntt-run-date.
           MOVE ws-cnt-records TO ntt-records.
           MOVE ws-cnt-expired TO ntt-expired.
           MOVE ws-cnt-worklist TO ntt-worklist.
           MOVE ws-cnt-bindue TO ntt-bindue.
           MOVE ws-cnt-backup TO ntt-backup.
           WRITE ntf-trailer.
           IF fs-ntf NOT = '00'
               MOVE 'Y' TO ws-write-bad.
           EXIT.

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
           MOVE 'INFORMATIONS' TO ws-informations-file.
           MOVE 'DELETEDINF' TO ws-deletedinf-file.
           MOVE 'WORKLIST' TO ws-worklist-file.
           MOVE 'CUSTODY' TO ws-custody-file.
           MOVE 'OPERATORS' TO ws-operators-file.
           MOVE 'PREFS' TO ws-prefs-file.
           MOVE 'BAKCATLG' TO ws-catalog-file.

           IF ws-profile-name NOT = SPACES
               MOVE SPACES TO ws-informations-file
               STRING 'INFORMATIONS-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-informations-file
               MOVE SPACES TO ws-deletedinf-file
               STRING 'DELETEDINF-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-deletedinf-file
               MOVE SPACES TO ws-worklist-file
               STRING 'WORKLIST-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-worklist-file
               MOVE SPACES TO ws-custody-file
               STRING 'CUSTODY-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-custody-file
               MOVE SPACES TO ws-operators-file
               STRING 'OPERATORS-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-operators-file
               MOVE SPACES TO ws-prefs-file
               STRING 'PREFS-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-prefs-file
               MOVE SPACES TO ws-catalog-file
               STRING 'BAKCATLG-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-catalog-file.
           EXIT.

       END-PROGRAM.
           MOVE ws-run-rc TO RETURN-CODE.
           STOP RUN.
       END PROGRAM MANAGERNTF.
