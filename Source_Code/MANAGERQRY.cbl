      *          Field letters: P password, E email, N name,
      *          1 first description, 2 second description,
      *          C category.
      *          The key may also be a named operator's own password
      *          from the OPERATORS roster; the FIND line then names
      *          that operator instead of BATCH, and an operator with
      *          a GRANTS record gets only entries in the granted
      *          categories - anything else is NOTHING FOUND with a
      *          DENIED line on AUDITLOG, the same as at the screen.
      *          A restricted entry (one on the RESTRICT file) needs a
      *          second operator at the terminal and is never given
      *          out here at all: it is refused with a DENIED line.
      * Tectonics: GNU-COBOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT key-file ASSIGN TO DYNAMIC ws-keyfile-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-keyf.
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
           SELECT restrict ASSIGN TO DYNAMIC ws-restrict-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS rs-key
                                         FILE STATUS IS fs-rs.

       DATA DIVISION.
       FILE SECTION.
       FD key-file.
       01 keyf-line PIC X(64).

      * Operator roster and category grants, laid out as MANAGER.cbl
      * keeps them.
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

       FD restrict.
       01 rs-rec.
         02 rs-key.
           03 rs-site PIC X(40).
           03 rs-account PIC X(20).
         02 rs-by PIC X(7).
         02 rs-date PIC 9(8).


       WORKING-STORAGE SECTION.
       77 ws-profile-name PIC X(8) VALUE SPACES.
       77 ws-settings-file PIC X(40) VALUE 'SETTINGS'.
       77 ws-informations-file PIC X(40) VALUE 'INFORMATIONS'.
       77 ws-auditlog-file PIC X(40) VALUE 'AUDITLOG'.
       77 ws-operators-file PIC X(40) VALUE 'OPERATORS'.
       77 ws-grants-file PIC X(40) VALUE 'GRANTS'.
       77 ws-restrict-file PIC X(40) VALUE 'RESTRICT'.

       01 ws-wheel-mixed.
         02 wheel-mixed PIC X OCCURS 85248 VALUE SPACES.
       01 verf.
         02 verf-psw-arr PIC X OCCURS 20.

      * Named-operator sign-on: the operator's stored positions are
      * read against the rotation their own password generated, and
      * on a match the master rotation is rebuilt op-delta places on.
       77 fs-oper PIC X(2).
       77 ws-oper-ok PIC X VALUE 'N'.
       77 ws-oper-bad PIC X VALUE 'N'.
       77 ws-oper-delta PIC 9(5) VALUE ZERO.
       77 ws-rot-start PIC 9(5) VALUE 1.
       77 ws-rot-len1 PIC 9(5) VALUE ZERO.
       77 ws-rot-len2 PIC 9(5) VALUE ZERO.
       77 ws-rot-pos2 PIC 9(5) VALUE ZERO.
       01 verf3.
         02 verf3-psw-arr PIC X OCCURS 20.

       77 fs-grant PIC X(2).
       77 ws-grant-limited PIC X VALUE 'N'.
       77 ws-grant-ok PIC X VALUE 'Y'.
       77 ind-grt PIC 99 VALUE 1.
       77 fs-rs PIC X(2).
       77 ws-restricted PIC X VALUE 'N'.
       01 ws-grant-list.
         02 grant-cat PIC X(10) OCCURS 10.

       PROCEDURE DIVISION.

       MAINLINE.

       VERIFY-PSW.
           IF ws-arr-psw NOT = verf
               PERFORM OPER-VERIFY 1 TIMES
               IF ws-oper-ok NOT = 'Y'
                   DISPLAY 'MASTER KEY WRONG!'
                   MOVE 8 TO RETURN-CODE
                   GO TO END-PROGRAM.

       QRY-FIND.
           OPEN INPUT informations.
           MOVE ws-recarr TO ws-rec.
           CLOSE informations.

           PERFORM GRANT-TEST 1 TIMES.
           PERFORM RESTRICT-TEST 1 TIMES.

           PERFORM AUDIT-CHAIN-SEED 1 TIMES.
           OPEN EXTEND audit-log.
           IF fs-audit NOT = '00'
               OPEN OUTPUT audit-log
               CLOSE audit-log
               OPEN EXTEND audit-log.
           IF ws-grant-ok NOT = 'Y' OR ws-restricted = 'Y'
               MOVE 'DENIED' TO ws-audit-action
               PERFORM AUDIT-WRITE 1 TIMES
               CLOSE audit-log
               IF ws-restricted = 'Y' AND ws-grant-ok = 'Y'
                   DISPLAY 'ENTRY IS RESTRICTED - NOT GIVEN TO BATCH.'
               ELSE
                   DISPLAY 'NOTHING FOUND.'
               END-IF
               MOVE 8 TO RETURN-CODE
               GO TO END-PROGRAM.
           MOVE 'FIND' TO ws-audit-action.
           PERFORM AUDIT-WRITE 1 TIMES.
           CLOSE audit-log.
           MOVE 8 TO RETURN-CODE.
           GO TO END-PROGRAM.

      * Not the master key - try it as each roster operator's own
      * password, as the sign-on screen does.
       OPER-VERIFY.
           MOVE 'N' TO ws-oper-ok.
           OPEN INPUT operators.
           IF fs-oper NOT = '00'
               CLOSE operators
           ELSE
               PERFORM OPER-VERIFY-SCAN 1 TIMES
               CLOSE operators.
           EXIT.

       OPER-VERIFY-SCAN.
           READ operators NEXT
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM OPER-VERIFY-TRY THRU OPER-VERIFY-TRY-OUT
                   IF ws-oper-ok = 'N'
                       GO TO OPER-VERIFY-SCAN
                   END-IF
           END-READ.

       OPER-VERIFY-TRY.
           MOVE 'N' TO ws-oper-bad.
           MOVE 1 TO ind-psw.
           PERFORM OPER-VERIFY-CHARS 1 TIMES.
           IF ws-oper-bad = 'Y'
               GO TO OPER-VERIFY-TRY-OUT.
           IF ws-arr-psw NOT = verf3
               GO TO OPER-VERIFY-TRY-OUT.

           MOVE op-id TO ws-audit-user.
           MOVE op-delta TO ws-oper-delta.
           PERFORM OPER-ROTATE 1 TIMES.
           PERFORM GRANT-LOAD 1 TIMES.
           MOVE 'Y' TO ws-oper-ok.

       OPER-VERIFY-TRY-OUT.
           EXIT.

       OPER-VERIFY-CHARS.
           IF ind-psw GREATER 20
               MOVE 1 TO ind-psw
           ELSE
               IF op-psw(ind-psw) LESS THAN 1 OR
                  op-psw(ind-psw) GREATER THAN 85248
                   MOVE 'Y' TO ws-oper-bad
                   MOVE 1 TO ind-psw
               ELSE
                   MOVE op-psw(ind-psw) TO ind-arr
                   MOVE wheel-mixed(ind-arr)
                       TO verf3-psw-arr(ind-psw)
                   ADD 1 TO ind-psw
                   GO TO OPER-VERIFY-CHARS.

      * Rebuild the master rotation from the raw wheel: the master
      * rotation starts op-delta places beyond the operator's one.
       OPER-ROTATE.
           COMPUTE ws-rot-start =
               FUNCTION MOD(ws-cif-start - 1 + ws-oper-delta, 85248)
               + 1.
           COMPUTE ws-rot-len1 = 85249 - ws-rot-start.
           MOVE ws-arr-wheel(ws-rot-start:ws-rot-len1)
               TO ws-wheel-mixed(1:ws-rot-len1).
           IF ws-rot-start GREATER 1
               COMPUTE ws-rot-len2 = ws-rot-start - 1
               COMPUTE ws-rot-pos2 = ws-rot-len1 + 1
               MOVE ws-arr-wheel(1:ws-rot-len2)
                   TO ws-wheel-mixed(ws-rot-pos2:ws-rot-len2).
           EXIT.

      * An operator with a GRANTS record is held to its categories;
      * one without, and the master key, see everything.
       GRANT-LOAD.
           MOVE 'N' TO ws-grant-limited.
           MOVE SPACES TO ws-grant-list.
           OPEN INPUT grants.
           IF fs-grant = '00'
               MOVE ws-audit-user TO gr-op
               READ grants
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO ws-grant-limited
                       MOVE gr-cats TO ws-grant-list
               END-READ.
           CLOSE grants.
           EXIT.

       GRANT-TEST.
           MOVE 'Y' TO ws-grant-ok.
           IF ws-grant-limited = 'Y'
               MOVE 'N' TO ws-grant-ok
               MOVE 1 TO ind-grt
               PERFORM GRANT-TEST-SLOT 1 TIMES.
           EXIT.

       GRANT-TEST-SLOT.
           IF ind-grt GREATER 10
               MOVE 1 TO ind-grt
           ELSE
               IF grant-cat(ind-grt) NOT = SPACES AND
                  FUNCTION UPPER-CASE(grant-cat(ind-grt)) =
                  FUNCTION UPPER-CASE(category)
                   MOVE 'Y' TO ws-grant-ok
               END-IF
               ADD 1 TO ind-grt
               GO TO GRANT-TEST-SLOT.

      * A missing RESTRICT file just means nothing is restricted.
       RESTRICT-TEST.
           MOVE 'N' TO ws-restricted.
           OPEN INPUT restrict.
           IF fs-rs = '00'
               MOVE site-name TO rs-site
               MOVE account-label TO rs-account
               READ restrict
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO ws-restricted
               END-READ.
           CLOSE restrict.
           EXIT.

      * The decipher loop ends by letting the paragraph fall out
      * through the ELSE - a plain EXIT is a no-op and would fall
      * straight back into the loop, never returning to the PERFORM.
           MOVE 'INFORMATIONS' TO ws-informations-file.
           MOVE 'AUDITLOG' TO ws-auditlog-file.
           MOVE 'KEYFILE' TO ws-keyfile-file.
           MOVE 'OPERATORS' TO ws-operators-file.
           MOVE 'GRANTS' TO ws-grants-file.
           MOVE 'RESTRICT' TO ws-restrict-file.

           IF ws-profile-name NOT = SPACES
               MOVE SPACES TO ws-wheel-file
               MOVE SPACES TO ws-keyfile-file
               STRING 'KEYFILE-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-keyfile-file
               MOVE SPACES TO ws-operators-file
               STRING 'OPERATORS-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-operators-file
               MOVE SPACES TO ws-grants-file
               STRING 'GRANTS-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-grants-file
               MOVE SPACES TO ws-restrict-file
               STRING 'RESTRICT-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-restrict-file.
           EXIT.

       END-PROGRAM.
