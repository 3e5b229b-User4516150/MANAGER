                    'ROLE W = READ-WRITE / R = READ-ONLY: '.
         02 FILLER PIC X LINE 15 COL 58 USING ws-oper-role.
         02 FILLER LINE 17 COL 20 VALUE
                            'a ADD/REPLACE d RETIRE g GRANTS: '.
         02 FILLER PIC X LINE 17 COL 58 USING ws-oper-act.

       01 sc-grants BACKGROUND-COLOR 6 FOREGROUND-COLOR 4.
         02 FILLER LINE 2 COL 48 VALUE ' CATEGORY GRANTS '.
         02 FILLER LINE 4 COL 3 VALUE 'OPERATOR: '.
         02 FILLER PIC X(7) LINE 4 COL 13 FROM ws-oper-id.
         02 FILLER LINE 6 COL 3 VALUE
             'CATEGORIES THIS OPERATOR MAY SEE:'.
         02 FILLER PIC X(10) LINE 8 COL 3 USING gr-e01.
         02 FILLER PIC X(10) LINE 9 COL 3 USING gr-e02.
         02 FILLER PIC X(10) LINE 10 COL 3 USING gr-e03.
         02 FILLER PIC X(10) LINE 11 COL 3 USING gr-e04.
         02 FILLER PIC X(10) LINE 12 COL 3 USING gr-e05.
         02 FILLER PIC X(10) LINE 13 COL 3 USING gr-e06.
         02 FILLER PIC X(10) LINE 14 COL 3 USING gr-e07.
         02 FILLER PIC X(10) LINE 15 COL 3 USING gr-e08.
         02 FILLER PIC X(10) LINE 16 COL 3 USING gr-e09.
         02 FILLER PIC X(10) LINE 17 COL 3 USING gr-e10.
         02 FILLER LINE 19 COL 3 VALUE
             'ALL BLANK = EVERY CATEGORY. UNCATEGORIZED ENTRIES ARE'.
         02 FILLER LINE 20 COL 3 VALUE
             'SHOWN ONLY TO OPERATORS WITH NO GRANTS.'.

       01 sc-oper-done BACKGROUND-COLOR 6 FOREGROUND-COLOR 4.
         02 FILLER LINE 19 COL 35 VALUE ' OPERATOR ROSTER UPDATED '.

                                LINE 25 COL 75 VALUE
                                ' v TO WORK PSW LIST '.

       01 sc-menu-extra13 BACKGROUND-COLOR 6 FOREGROUND-COLOR 4
                                LINE 31 COL 49 VALUE
                                ' o TO LIST OVERDUE CHECK-OUTS '.

       01 sc-menu-extra14 BACKGROUND-COLOR 6 FOREGROUND-COLOR 4
                                LINE 31 COL 75 VALUE
                                ' j ACCESS REVIEW '.

       01 sc-menu-extra15 BACKGROUND-COLOR 6 FOREGROUND-COLOR 4
                                LINE 32 COL 49 VALUE
                                ' c TO FIND DUPLICATES '.

       01 sc-wl-empty BACKGROUND-COLOR 6 FOREGROUND-COLOR 4.
         02 FILLER LINE 15 COL 30 VALUE
                ' WORKLIST CLEAR - RUN THE AUDIT TO REBUILD IT '.

         02 FILLER LINE 12 COL 2 VALUE ' ACCOUNT: '.
         02 FILLER PIC X(20) LINE 12 COL 13 USING account-label.
         02 FILLER LINE 12 COL 40 VALUE ' DEPENDS ON SITE: '.
         02 FILLER PIC X(40) LINE 12 COL 59 USING ws-ln-new-site.

         02 FILLER LINE 13 COL 2 VALUE ' NAME: '.
         02 FILLER PIC X(20) LINE 13 COL 16 USING ws-name.
         02 FILLER LINE 13 COL 40 VALUE ' DEPENDS ON ACCOUNT: '.
         02 FILLER PIC X(20) LINE 13 COL 62 USING ws-ln-new-account.

         02 FILLER LINE 14 COL 2 VALUE ' TOTP SEED: '.
         02 FILLER PIC X(32) LINE 14 COL 16 USING ws-totp-seed.
         02 FILLER LINE 14 COL 50 VALUE
                         '(BLANK SITE = NO PARENT)'.

         02 FILLER LINE 15 COL 2 VALUE ' EMAIL: '.
         02 FILLER PIC X(30) LINE 15 COL 20 USING ws-mail.

         02 FILLER LINE 12 COL 3 VALUE 'ACCOUNT: '.
         02 FILLER PIC X(20) LINE 12 COL 12 FROM account-label.
         02 FILLER LINE 12 COL 40 VALUE 'CUSTODIAN: '.
         02 FILLER PIC X(7) LINE 12 COL 51 FROM ws-cu-op.
         02 FILLER PIC X(12) LINE 12 COL 59 FROM ws-cu-state.
         02 FILLER LINE 12 COL 72 VALUE '(u HAND ON)'.

         02 FILLER LINE 13 COL 3 VALUE 'NAME: '.
         02 FILLER PIC X(20) LINE 13 COL 10 FROM ws-name.
         02 FILLER LINE 13 COL 40 VALUE 'DEPENDS ON: '.
         02 FILLER PIC X(40) LINE 13 COL 52 FROM ws-ln-par-site.
         02 FILLER PIC X(20) LINE 13 COL 93 FROM ws-ln-par-account.

         02 FILLER LINE 14 COL 3 VALUE 'TOTP CODE: '.
         02 FILLER PIC X(6) LINE 14 COL 14 FROM ws-totp-disp.
         02 FILLER LINE 14 COL 22 VALUE '(ROLLS EVERY 30S)'.
         02 FILLER LINE 14 COL 40 VALUE 'DEPENDENTS: '.
         02 FILLER PIC ZZZ9 LINE 14 COL 52 FROM ws-ln-children.

         02 FILLER LINE 15 COL 3 VALUE 'EMAIL: '.
         02 FILLER PIC X(30) LINE 15 COL 11 FROM ws-mail.
         02 FILLER LINE 22 COL 71 VALUE '(t ATTRIBUTES)'.

         02 FILLER LINE 22 COL 87 VALUE '(e VERSIONS)'.
         02 FILLER LINE 22 COL 101 VALUE '(c CHECK OUT/IN)'.

         02 FILLER LINE 23 COL 32 VALUE
                                  ' THIS? y/n OR f TO FINISH:'.
         02 FILLER BACKGROUND-COLOR 7 PIC X LINE 23 COL 69
                                                     USING answer.

         02 FILLER LINE 24 COL 3 VALUE
                   '(x RESTRICT/RELEASE - MASTER)  (k TOTP CODE)'.
         02 FILLER PIC X(110) LINE 25 COL 3 FROM ws-co-show.
         02 FILLER PIC X(110) LINE 26 COL 3 FROM ws-rs-show.

       01 sc-ln-warn BACKGROUND-COLOR 6 FOREGROUND-COLOR 4.
         02 FILLER LINE 2 COL 52 VALUE ' DEPENDENTS '.
         02 FILLER LINE 4 COL 3 VALUE 'SITE: '.
         02 FILLER PIC X(40) LINE 4 COL 10 FROM site-name.
         02 FILLER LINE 4 COL 52 VALUE 'ACCOUNT: '.
         02 FILLER PIC X(20) LINE 4 COL 61 FROM account-label.
         02 FILLER LINE 6 COL 3 VALUE 'ENTRIES DEPENDING ON THIS ONE:'.
         02 FILLER PIC ZZZ9 LINE 6 COL 35 FROM ws-ln-children.
         02 FILLER PIC X(61) LINE 8 COL 3 FROM ln-l01.
         02 FILLER PIC X(61) LINE 9 COL 3 FROM ln-l02.
         02 FILLER PIC X(61) LINE 10 COL 3 FROM ln-l03.
         02 FILLER PIC X(61) LINE 11 COL 3 FROM ln-l04.
         02 FILLER PIC X(61) LINE 12 COL 3 FROM ln-l05.
         02 FILLER PIC X(61) LINE 13 COL 3 FROM ln-l06.
         02 FILLER PIC X(61) LINE 14 COL 3 FROM ln-l07.
         02 FILLER PIC X(61) LINE 15 COL 3 FROM ln-l08.
         02 FILLER PIC X(61) LINE 16 COL 3 FROM ws-ln-more.
         02 FILLER LINE 18 COL 3 VALUE
             'THEY KEEP THEIR LINK AND PICK IT UP AGAIN IF THIS ENTRY'.
         02 FILLER LINE 19 COL 3 VALUE
             'IS RESTORED FROM THE BIN.'.
         02 FILLER LINE 21 COL 3 VALUE 'DELETE ANYWAY? y/n: '.
         02 FILLER BACKGROUND-COLOR 7 PIC X LINE 21 COL 24
                                               USING ln-answer.

       01 sc-ln-msg BACKGROUND-COLOR 6 FOREGROUND-COLOR 4.
         02 FILLER PIC X(60) LINE 27 COL 18 FROM ws-ln-msg.

       01 sc-checkout BACKGROUND-COLOR 6 FOREGROUND-COLOR 4.
         02 FILLER LINE 2 COL 52 VALUE ' CHECK OUT '.
         02 FILLER LINE 11 COL 3 VALUE 'SITE NAME: '.
         02 FILLER PIC X(40) LINE 11 COL 14 FROM site-name.
         02 FILLER LINE 12 COL 3 VALUE 'ACCOUNT: '.
         02 FILLER PIC X(20) LINE 12 COL 12 FROM account-label.
         02 FILLER LINE 14 COL 3 VALUE 'TICKET / REASON: '.
         02 FILLER PIC X(40) LINE 14 COL 42 USING ws-co-reason.
         02 FILLER LINE 16 COL 3 VALUE
                        'RETURN BY DATE YYYYMMDD (0 = TODAY): '.
         02 FILLER PIC 9(8) LINE 16 COL 42 USING ws-co-due-date.
         02 FILLER LINE 18 COL 3 VALUE
                        'RETURN BY TIME HHMM (0 = 2359): '.
         02 FILLER PIC 9(4) LINE 18 COL 42 USING ws-co-due-time.
         02 FILLER LINE 20 COL 3 VALUE 'CHECK OUT? y/n: '.
         02 FILLER BACKGROUND-COLOR 7 PIC X LINE 20 COL 42
                                               USING co-answer.

       01 sc-co-msg BACKGROUND-COLOR 6 FOREGROUND-COLOR 4.
         02 FILLER PIC X(60) LINE 27 COL 18 FROM ws-co-msg.

       01 sc-cosign BACKGROUND-COLOR 6 FOREGROUND-COLOR 4.
         02 FILLER LINE 2 COL 50 VALUE ' SECOND OPERATOR '.
         02 FILLER LINE 11 COL 3 VALUE 'SITE NAME: '.
         02 FILLER PIC X(40) LINE 11 COL 14 FROM site-name.
         02 FILLER LINE 12 COL 3 VALUE 'ACCOUNT: '.
         02 FILLER PIC X(20) LINE 12 COL 12 FROM account-label.
         02 FILLER LINE 14 COL 3 VALUE
             'THIS ENTRY IS RESTRICTED. A SECOND OPERATOR MUST SIGN IN'.
         02 FILLER LINE 15 COL 3 VALUE
             'HERE FIRST - BLANK OPERATOR ID TO CANCEL.'.
         02 FILLER LINE 17 COL 3 VALUE 'SECOND OPERATOR ID: '.
         02 FILLER PIC X(7) LINE 17 COL 30 USING ws-cs-id.
         02 FILLER LINE 19 COL 3 VALUE 'THEIR PASSWORD: '.
         02 FILLER PIC X(20) LINE 19 COL 30 USING ws-cs-key SECURE.

       01 sc-rs-msg BACKGROUND-COLOR 6 FOREGROUND-COLOR 4.
         02 FILLER PIC X(60) LINE 27 COL 18 FROM ws-rs-msg.

       01 sc-custodian BACKGROUND-COLOR 6 FOREGROUND-COLOR 4.
         02 FILLER LINE 2 COL 52 VALUE ' CUSTODIAN '.
         02 FILLER LINE 11 COL 3 VALUE 'SITE NAME: '.
         02 FILLER PIC X(40) LINE 11 COL 14 FROM site-name.
         02 FILLER LINE 12 COL 3 VALUE 'ACCOUNT: '.
         02 FILLER PIC X(20) LINE 12 COL 12 FROM account-label.
         02 FILLER LINE 14 COL 3 VALUE 'NOW HELD BY: '.
         02 FILLER PIC X(7) LINE 14 COL 30 FROM ws-cu-op.
         02 FILLER PIC X(12) LINE 14 COL 38 FROM ws-cu-state.
         02 FILLER LINE 16 COL 3 VALUE 'NEW CUSTODIAN (OP-ID): '.
         02 FILLER PIC X(7) LINE 16 COL 30 USING ws-cu-new.
         02 FILLER LINE 18 COL 3 VALUE 'HAND ON? y/n: '.
         02 FILLER BACKGROUND-COLOR 7 PIC X LINE 18 COL 30
                                               USING cu-answer.

       01 sc-att-menu BACKGROUND-COLOR 6 FOREGROUND-COLOR 4.
         02 FILLER LINE 2 COL 50 VALUE ' ACCESS REVIEW '.
         02 FILLER LINE 11 COL 3 VALUE 'REVIEW CYCLE IN FORCE: '.
         02 FILLER PIC ZZZ9 LINE 11 COL 30 FROM rc-cycle.
         02 FILLER LINE 12 COL 3 VALUE 'OPENED: '.
         02 FILLER PIC 9(8) LINE 12 COL 30 FROM rc-opened.
         02 FILLER LINE 12 COL 40 VALUE 'BY: '.
         02 FILLER PIC X(7) LINE 12 COL 44 FROM rc-by.
         02 FILLER LINE 13 COL 3 VALUE 'DUE BY: '.
         02 FILLER PIC 9(8) LINE 13 COL 30 FROM rc-due.
         02 FILLER LINE 15 COL 3 VALUE
             'a  ATTEST MY ENTRIES (MASTER: ORPHANED ENTRIES)'.
         02 FILLER LINE 16 COL 3 VALUE
             'n  OPEN A NEW CYCLE DUE BY YYYYMMDD (MASTER): '.
         02 FILLER PIC 9(8) LINE 16 COL 50 USING ws-rc-new-due.
         02 FILLER LINE 18 COL 3 VALUE 'CHOICE (BLANK = MENU): '.
         02 FILLER BACKGROUND-COLOR 7 PIC X LINE 18 COL 30
                                               USING att-answer.

       01 sc-att-item BACKGROUND-COLOR 6 FOREGROUND-COLOR 4.
         02 FILLER LINE 2 COL 50 VALUE ' ATTEST ENTRY '.
         02 FILLER LINE 11 COL 3 VALUE 'SITE NAME: '.
         02 FILLER PIC X(40) LINE 11 COL 14 FROM ws-att-site.
         02 FILLER LINE 12 COL 3 VALUE 'ACCOUNT: '.
         02 FILLER PIC X(20) LINE 12 COL 12 FROM ws-att-account.
         02 FILLER LINE 13 COL 3 VALUE 'CUSTODIAN: '.
         02 FILLER PIC X(7) LINE 13 COL 14 FROM ws-cu-op.
         02 FILLER LINE 14 COL 3 VALUE 'CYCLE: '.
         02 FILLER PIC ZZZ9 LINE 14 COL 14 FROM rc-cycle.
         02 FILLER LINE 14 COL 20 VALUE 'DUE BY: '.
         02 FILLER PIC 9(8) LINE 14 COL 28 FROM rc-due.
         02 FILLER LINE 16 COL 3 VALUE
             'k KEEP   r RETIRE TO BIN   a REASSIGN TO: '.
         02 FILLER PIC X(7) LINE 16 COL 46 USING ws-cu-new.
         02 FILLER LINE 18 COL 3 VALUE
             's SKIP   q STOP - CHOICE: '.
         02 FILLER BACKGROUND-COLOR 7 PIC X LINE 18 COL 30
                                               USING att-answer.

       01 sc-att-msg BACKGROUND-COLOR 6 FOREGROUND-COLOR 4.
         02 FILLER PIC X(60) LINE 27 COL 18 FROM ws-att-msg.

       01 sc-att-end BACKGROUND-COLOR 6 FOREGROUND-COLOR 4.
         02 FILLER LINE 15 COL 30 VALUE ' ENTRIES ATTESTED THIS RUN: '.
         02 FILLER PIC ZZZZ9 LINE 15 COL 58 FROM ws-att-done.

       01 sc-dup-done BACKGROUND-COLOR 6 FOREGROUND-COLOR 4.
         02 FILLER LINE 15 COL 26 VALUE ' DUPLICATE GROUPS FOUND: '.
         02 FILLER PIC ZZZ9 LINE 15 COL 51 FROM ws-dup-groups.
         02 FILLER LINE 15 COL 56 VALUE ' - LISTED ON LISTREPORT '.

       01 sc-dup-ask BACKGROUND-COLOR 6 FOREGROUND-COLOR 4.
         02 FILLER LINE 17 COL 34 VALUE ' CONSOLIDATE THEM NOW? y/n: '.
         02 FILLER BACKGROUND-COLOR 7 PIC X LINE 17 COL 63
                                               USING dup-answer.

       01 sc-dup-group BACKGROUND-COLOR 6 FOREGROUND-COLOR 4.
         02 FILLER LINE 2 COL 50 VALUE ' CONSOLIDATE '.
         02 FILLER LINE 4 COL 3 VALUE 'GROUP: '.
         02 FILLER PIC ZZZ9 LINE 4 COL 10 FROM ws-dup-group-no.
         02 FILLER LINE 4 COL 16 VALUE 'OF '.
         02 FILLER PIC ZZZ9 LINE 4 COL 19 FROM ws-dup-groups.
         02 FILLER PIC X(66) LINE 6 COL 3 FROM dup-l01.
         02 FILLER PIC X(66) LINE 7 COL 3 FROM dup-l02.
         02 FILLER PIC X(66) LINE 8 COL 3 FROM dup-l03.
         02 FILLER PIC X(66) LINE 9 COL 3 FROM dup-l04.
         02 FILLER PIC X(66) LINE 10 COL 3 FROM dup-l05.
         02 FILLER PIC X(66) LINE 11 COL 3 FROM dup-l06.
         02 FILLER PIC X(66) LINE 12 COL 3 FROM dup-l07.
         02 FILLER PIC X(66) LINE 13 COL 3 FROM dup-l08.
         02 FILLER PIC X(66) LINE 14 COL 3 FROM dup-l09.
         02 FILLER PIC X(40) LINE 15 COL 3 FROM ws-dup-more.
         02 FILLER LINE 17 COL 3 VALUE
             'THE OTHERS GO TO THE BIN ONE BY ONE; THEIR NOTES,'.
         02 FILLER LINE 18 COL 3 VALUE
             'ATTRIBUTES AND HISTORY MOVE TO THE ENTRY KEPT.'.
         02 FILLER LINE 20 COL 3 VALUE
             'NUMBER TO KEEP   s SKIP   q STOP - CHOICE: '.
         02 FILLER BACKGROUND-COLOR 7 PIC X LINE 20 COL 46
                                               USING dup-answer.

       01 sc-dup-end BACKGROUND-COLOR 6 FOREGROUND-COLOR 4.
         02 FILLER LINE 15 COL 26 VALUE
                              ' ENTRIES CONSOLIDATED THIS RUN: '.
         02 FILLER PIC ZZZ9 LINE 15 COL 58 FROM ws-dup-done.
         02 FILLER LINE 17 COL 26 VALUE
                              ' ITEMS LEFT IN THE BIN WITH THEM: '.
         02 FILLER PIC ZZZ9 LINE 17 COL 60 FROM ws-dup-kept.

       01 sc-list-filter BACKGROUND-COLOR 6 FOREGROUND-COLOR 4.
         02 FILLER LINE 15 COL 22 VALUE
