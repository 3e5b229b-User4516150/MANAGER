                                         FILE STATUS IS fs-awrk.
           SELECT escrow ASSIGN TO DYNAMIC ws-escrow-file
                                         FILE STATUS IS fs-esc.
           SELECT grants ASSIGN TO DYNAMIC ws-grants-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS gr-op
                                         FILE STATUS IS fs-grant.
           SELECT checkout ASSIGN TO DYNAMIC ws-checkout-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS co-key
                                         FILE STATUS IS fs-co.
           SELECT restrict ASSIGN TO DYNAMIC ws-restrict-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS rs-key
                                         FILE STATUS IS fs-rs.
           SELECT custody ASSIGN TO DYNAMIC ws-custody-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS cu-key
                                         FILE STATUS IS fs-cu.
           SELECT links ASSIGN TO DYNAMIC ws-links-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS ln-key
                                         FILE STATUS IS fs-ln.
           SELECT review-cycle ASSIGN TO DYNAMIC ws-reviewcyc-file
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-rc.

       DATA DIVISION.
       FILE SECTION.
      * audit flags goes in here with its reason, and the
      * work-the-list mode steps through the pending ones straight
      * into the modify screen, marking each done when its password
      * actually changes. Each audit run rebuilds its own part of
      * the file, so an entry fixed outside the worklist simply
      * drops off; entries other jobs put here (a breach screening
      * run, say) stay until they are worked. Keys are the clear
      * rec-key; the reasons name no secrets.
       FD worklist.
       01 wl-rec.
         02 wl-key.
       FD prefs.
       01 prefs-line PIC X(40).

      * Category entitlements: an operator with a record here sees
      * only entries whose category is on the list - everywhere an
      * entry can surface. An operator with no record, master and
      * the inquiry credential see every category, which is how
      * every roster worked before grants existed. Categories only,
      * never keys, so the file holds nothing secret.
       FD grants.
       01 gr-rec.
         02 gr-op PIC X(7).
         02 gr-cats.
           03 gr-cat PIC X(10) OCCURS 10.

      * Shared-credential check-out: one record per entry that is
      * "out" right now, keyed like rec-key, naming the operator who
      * holds it, since when, the ticket or reason, and when it is
      * due back. Check-in removes the record on the way through the
      * modify screen, so a credential that was out is always
      * rotated before it is back in the pool. Nothing here is
      * secret - the key and the holder are the clear columns the
      * worklist already keeps.
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

      * Restricted entries: a record here, keyed like rec-key, puts
      * the entry under dual control - revealing its password or its
      * history, showing its TOTP code, opening its notes, modifying
      * or deleting it all need a second, different roster operator
      * to sign in at the same terminal first. Only a master session
      * marks or releases an entry. The record is left in place when
      * the entry goes to the recycle bin, so a restored entry comes
      * back still restricted.
       FD restrict.
       01 rs-rec.
         02 rs-key.
           03 rs-site PIC X(40).
           03 rs-account PIC X(20).
         02 rs-by PIC X(7).
         02 rs-date PIC 9(8).

      * Custodians and access review. Each entry names the roster
      * operator who answers for it; the last review cycle in which
      * it was attested, how (K kept, R retired) and by whom ride on
      * the same record. An entry with no record here has no
      * custodian, and one whose custodian has left the roster is
      * orphaned - both are for master to reassign. Like RESTRICT,
      * the record stays when the entry goes to the bin. All clear:
      * keys and op-ids only.
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

      * Linked credentials. An entry that signs on through another
      * one - an SSO account, a shared mailbox - depends on it, and
      * changing the parent's password puts every dependent on the
      * WORKLIST as PARENT CHANGED. The parent comes first in the
      * key, the way EMAILIDX leads with the mail, so the children
      * of a parent are one START and a short READ NEXT run; the
      * parent of a child is found by a scan. One parent per child.
      * Links stay when either end goes to the bin, so a restore
      * picks them up again. All clear: keys only.
       FD links.
       01 ln-rec.
         02 ln-key.
           03 ln-par-site PIC X(40).
           03 ln-par-account PIC X(20).
           03 ln-chd-site PIC X(40).
           03 ln-chd-account PIC X(20).
         02 ln-date PIC 9(8).
         02 ln-by PIC X(7).

      * The review cycle in force, one line: cycle number, date
      * opened, date due and who opened it. Opening the next cycle
      * replaces it, which makes every entry due again.
       FD review-cycle.
       01 rc-line PIC X(40).


       WORKING-STORAGE SECTION.
       77 ws-profile-name PIC X(8) VALUE SPACES.
       77 ws-delattr-file PIC X(40) VALUE 'DELATTR'.
       77 ws-modhist-file PIC X(40) VALUE 'MODHIST'.
       77 ws-worklist-file PIC X(40) VALUE 'WORKLIST'.
       77 ws-checkout-file PIC X(40) VALUE 'CHECKOUT'.
       77 ws-grants-file PIC X(40) VALUE 'GRANTS'.
       77 ws-restrict-file PIC X(40) VALUE 'RESTRICT'.
       77 ws-custody-file PIC X(40) VALUE 'CUSTODY'.
       77 ws-links-file PIC X(40) VALUE 'LINKS'.
       77 ws-reviewcyc-file PIC X(40) VALUE 'REVIEWCYC'.

       01 ws-wheel-mixed.
         02 wheel-mixed PIC X OCCURS 85248 VALUE SPACES.
      * branches, which would truncate them.
       77 ws-files-open PIC X VALUE 'N'.
         88 files-are-open VALUE 'Y'.
      * Up from a good password to the first menu paint after it,
      * which writes the SIGNON line - the first sign-on and every
      * re-verify after the idle lock alike.
       77 ws-signon-due PIC X VALUE 'N'.

      * Password generator ('g' on the insert and modify screens):
      * fills ws-pasw with random characters drawn from a charset

       77 ws-find-site PIC X(40) VALUE SPACES.

      * Dual control. The co-signer's password is mixed into a wheel
      * of its own (ws-cs-wheel), never into wheel-mixed, so the
      * session's own rotation is untouched whatever they type. A
      * co-signed action goes on AUDITLOG as one line carrying both
      * operators: the signed-on one in the user column as always,
      * and the action column holding a two-letter action code, a
      * colon and the co-signer's id - RV password reveal, HS
      * password history, TP TOTP code, NT notes, MD modify,
      * DL delete. 'RV:OPS0002' by OPS0001 reads "OPS0001 revealed
      * the password with OPS0002 signing".
       77 fs-rs PIC X(2).
       77 ws-rs-restricted PIC X VALUE 'N'.
       77 ws-rs-show PIC X(110) VALUE SPACES.
       77 ws-rs-msg PIC X(60) VALUE SPACES.
       77 ws-totp-shown PIC X VALUE 'N'.
       77 ws-totp-disp PIC X(6) VALUE SPACES.
       77 ws-cs-code PIC X(2) VALUE SPACES.
       77 ws-cs-ok PIC X VALUE 'N'.
       77 ws-cs-bad PIC X VALUE 'N'.
       77 ws-cs-id PIC X(7) VALUE SPACES.
       77 ws-cs-key PIC X(20) VALUE SPACES.
       77 ws-cs-start PIC 9(5) VALUE 1.
       77 ind-cs PIC 99 VALUE 1.
       77 ind-csw PIC 9(5) VALUE 1.
       01 ws-cs-wheel.
         02 cs-wheel PIC X OCCURS 85248.

      * Custodian shown on the detail screen, and the attestation
      * walk: ws-att-active is up while a retire is out through the
      * ordinary delete flow, so L-DELETE comes back to ATT-RETIRED
      * instead of the menu. ws-att-orphans is the master's walk -
      * orphaned entries instead of the operator's own.
       77 fs-cu PIC X(2).
       77 fs-rc PIC X(2).
       77 ws-cu-op PIC X(7) VALUE SPACES.
       77 ws-cu-state PIC X(12) VALUE SPACES.
       77 ws-cu-new PIC X(7) VALUE SPACES.
       77 ws-cu-found PIC X VALUE 'N'.
       77 ws-cu-live PIC X VALUE 'N'.
       77 cu-answer PIC X VALUE SPACE.
       01 ws-rc-rec.
         02 rc-cycle PIC 9(4).
         02 rc-opened PIC 9(8).
         02 rc-due PIC 9(8).
         02 rc-by PIC X(7).
       77 ws-rc-new-due PIC 9(8) VALUE ZERO.
       77 ws-att-today PIC 9(8) VALUE ZERO.
       77 ws-att-active PIC X VALUE 'N'.
       77 ws-att-orphans PIC X VALUE 'N'.
       77 ws-att-pass PIC X VALUE 'C'.
       77 ws-att-site PIC X(40) VALUE SPACES.
       77 ws-att-account PIC X(20) VALUE SPACES.
       77 ws-att-msg PIC X(60) VALUE SPACES.
       77 ws-att-done PIC 9(5) VALUE ZERO.
       77 att-answer PIC X VALUE SPACE.

      * Link plumbing: LN-LOAD fills the parent and the dependent
      * count the detail screen shows; the modify screen edits
      * ws-ln-new-site/account, which L-REWRITE files once the
      * entry itself is rewritten. ws-ln-pasw-changed carries the
      * password change across to L-REWRITE, where the dependents
      * go on the WORKLIST. ws-ln-save keeps rec-key while a link
      * is checked against INFORMATIONS by key.
       77 fs-ln PIC X(2).
       77 ws-ln-par-site PIC X(40) VALUE SPACES.
       77 ws-ln-par-account PIC X(20) VALUE SPACES.
       77 ws-ln-new-site PIC X(40) VALUE SPACES.
       77 ws-ln-new-account PIC X(20) VALUE SPACES.
       77 ws-ln-walk-site PIC X(40) VALUE SPACES.
       77 ws-ln-walk-account PIC X(20) VALUE SPACES.
       77 ws-ln-found PIC X VALUE 'N'.
       77 ws-ln-depth PIC 99 VALUE 0.
       77 ws-ln-children PIC 9(4) VALUE ZERO.
       77 ws-ln-pasw-changed PIC X VALUE 'N'.
       77 ws-ln-edit PIC X VALUE 'N'.
       77 ws-ln-wl-opened PIC X VALUE 'N'.
       77 ws-ln-msg PIC X(60) VALUE SPACES.
       77 ws-ln-more PIC X(61) VALUE SPACES.
       77 ln-answer PIC X VALUE SPACE.
       77 ed-ln-more PIC ZZZ9.
       01 ws-ln-save.
         02 ws-ln-save-site PIC X(40).
         02 ws-ln-save-account PIC X(20).
       01 ws-ln-lines.
         02 ln-l01 PIC X(61).
         02 ln-l02 PIC X(61).
         02 ln-l03 PIC X(61).
         02 ln-l04 PIC X(61).
         02 ln-l05 PIC X(61).
         02 ln-l06 PIC X(61).
         02 ln-l07 PIC X(61).
         02 ln-l08 PIC X(61).
       01 ws-ln-tab REDEFINES ws-ln-lines.
         02 ln-line PIC X(61) OCCURS 8.

      * Near-duplicate report ('c' on the menu) and the master's
      * consolidation walk after it. Every entry's key goes into
      * ws-dup-table with its site name normalized - upper case, no
      * scheme, www or path, no trailing domain suffix, letters and
      * digits only - and entries are joined into groups through
      * dup-root: same normalized name, or one name the start of the
      * other on entries sharing an EMAILIDX address (dup-mail-hit).
      * ws-dup-active is up while a loser is out through the ordinary
      * delete flow, so L-DELETE comes back to DUP-RETIRED, which
      * moves what the loser carried across to the survivor.
       77 ws-dup-count PIC 9(4) VALUE 0.
       77 ind-dup PIC 9(4) VALUE 1.
       77 ind-dup2 PIC 9(4) VALUE 1.
       01 ws-dup-table.
         02 dup-entry OCCURS 1000.
           03 dup-site PIC X(40).
           03 dup-account PIC X(20).
           03 dup-norm PIC X(40).
           03 dup-nlen PIC 99.
           03 dup-root PIC 9(4).
           03 dup-members PIC 9(4).
           03 dup-mail-hit PIC X.
       77 ws-dup-groups PIC 9(4) VALUE 0.
       77 ws-dup-grouped PIC 9(4) VALUE 0.
       77 ws-dup-x PIC 9(4) VALUE 0.
       77 ws-dup-y PIC 9(4) VALUE 0.
       77 ws-dup-rx PIC 9(4) VALUE 0.
       77 ws-dup-ry PIC 9(4) VALUE 0.
       77 ws-dup-r PIC 9(4) VALUE 0.
       77 ws-dup-via-mail PIC X VALUE 'N'.
       77 ws-dup-short PIC 99 VALUE 0.
       77 ws-dup-in PIC X(40) VALUE SPACES.
       77 ws-dup-wrk PIC X(40) VALUE SPACES.
       77 ws-dup-tmp PIC X(40) VALUE SPACES.
       77 ws-dup-out PIC X(40) VALUE SPACES.
       77 ws-dup-olen PIC 99 VALUE 0.
       77 ws-dup-len PIC 99 VALUE 0.
       77 ws-dup-dot PIC 99 VALUE 0.
       77 ws-dup-sfx PIC X(40) VALUE SPACES.
       77 ind-dchr PIC 99 VALUE 1.
       77 ws-dup-prev-mail PIC X(30) VALUE SPACES.
       77 ws-dup-run-count PIC 99 VALUE 0.
       77 ind-drun PIC 99 VALUE 1.
       01 ws-dup-run.
         02 dup-run PIC 9(4) OCCURS 50.
       01 ws-dup-lines.
         02 dup-l01 PIC X(66).
         02 dup-l02 PIC X(66).
         02 dup-l03 PIC X(66).
         02 dup-l04 PIC X(66).
         02 dup-l05 PIC X(66).
         02 dup-l06 PIC X(66).
         02 dup-l07 PIC X(66).
         02 dup-l08 PIC X(66).
         02 dup-l09 PIC X(66).
       01 ws-dup-ltab REDEFINES ws-dup-lines.
         02 dup-line PIC X(66) OCCURS 9.
       01 ws-dup-mem-tab.
         02 dup-mem PIC 9(4) OCCURS 9.
       77 ws-dup-mem-count PIC 99 VALUE 0.
       77 ws-dup-more PIC X(40) VALUE SPACES.
       77 ws-dup-at PIC 9(4) VALUE 0.
       77 ws-dup-group-no PIC 9(4) VALUE 0.
       77 ws-dup-pick PIC 99 VALUE 0.
       77 ws-dup-lose PIC 99 VALUE 0.
       77 ws-dup-ssite PIC X(40) VALUE SPACES.
       77 ws-dup-sacct PIC X(20) VALUE SPACES.
       77 ws-dup-lsite PIC X(40) VALUE SPACES.
       77 ws-dup-lacct PIC X(20) VALUE SPACES.
       77 ws-dup-seq PIC 9(4) VALUE 0.
       77 ws-dup-next PIC 9(4) VALUE 0.
       77 ws-dup-hdr PIC X VALUE 'N'.
       77 ws-dup-kept PIC 9(4) VALUE 0.
       77 ws-dup-done PIC 9(4) VALUE 0.
       77 ws-dup-active PIC X VALUE 'N'.
       77 ws-dup-msg PIC X(60) VALUE SPACES.
       77 dup-answer PIC X VALUE SPACE.

      * Grant plumbing: ws-grant-limited is up for a session signed
      * on as an operator who has a GRANTS record, and ws-grant-list
      * then holds the categories that operator may see. The
      * category sits in the last ten record positions, so
      * GRANT-PEEK deciphers just those into ws-grant-cat and an
      * entry can be judged before anything about it is shown or
      * audited as found. ws-find-scan tells a first-match research
      * (which moves on to the site's next account) from an exact
      * one (which ends not found).
       77 fs-grant PIC X(2).
       77 ws-grant-limited PIC X VALUE 'N'.
       77 ws-grant-ok PIC X VALUE 'Y'.
       77 ws-grant-cat PIC X(10) VALUE SPACES.
       77 ws-find-scan PIC X VALUE 'N'.
       77 ind-grc PIC 999 VALUE 1.
       77 ind-grt PIC 99 VALUE 1.
       01 ws-grant-list.
         02 grant-cat PIC X(10) OCCURS 10.
       01 ws-grant-edit.
         02 gr-e01 PIC X(10).
         02 gr-e02 PIC X(10).
         02 gr-e03 PIC X(10).
         02 gr-e04 PIC X(10).
         02 gr-e05 PIC X(10).
         02 gr-e06 PIC X(10).
         02 gr-e07 PIC X(10).
         02 gr-e08 PIC X(10).
         02 gr-e09 PIC X(10).
         02 gr-e10 PIC X(10).

      * Auto-lock: MAIN-MENU's ACCEPT gives up and relocks the vault
      * after this many hundredths of a second with no key pressed.
       77 ws-idle-timeout PIC 9(6) COMP VALUE 18000.
       77 ws-wl-reason PIC X(20) VALUE SPACES.
       77 ws-wl-flagged PIC 9(4) VALUE ZERO.

      * Check-out plumbing: CO-LOAD fills ws-co-show with the
      * holder line the detail screen paints (spaces when the entry
      * is in), ws-co-held/ws-co-holder say who has it. ws-co-rotate
      * is up while a check-in is out with the modify screen: the
      * generator is pre-armed, the old password is refused, and
      * L-REWRITE closes the check-out once the new one is on file.
       77 fs-co PIC X(2).
       77 co-answer PIC X VALUE SPACE.
       77 ws-co-held PIC X VALUE 'N'.
       77 ws-co-holder PIC X(7) VALUE SPACES.
       77 ws-co-rotate PIC X VALUE 'N'.
       77 ws-co-reason PIC X(40) VALUE SPACES.
       77 ws-co-due-date PIC 9(8) VALUE ZERO.
       77 ws-co-due-time PIC 9(4) VALUE ZERO.
       77 ws-co-now-date PIC 9(8) VALUE ZERO.
       77 ws-co-now-time PIC 9(8) VALUE ZERO.
       77 ws-co-site PIC X(40) VALUE SPACES.
       77 ws-co-account PIC X(20) VALUE SPACES.
       77 ws-co-show PIC X(110) VALUE SPACES.
       77 ws-co-msg PIC X(60) VALUE SPACES.
       77 ws-co-now-hhmm PIC 9(4) VALUE ZERO.
       77 ws-co-late PIC ZZZZZ9 VALUE ZERO.
       77 ws-co-out PIC 9(4) VALUE ZERO.

       77 ws-page-no PIC 9(4) VALUE 1.
       77 ws-rep-line-no PIC 99 VALUE 0.
       77 ws-rep-lines-per-page PIC 99 VALUE 50.
           MOVE 'MODHIST' TO ws-modhist-file.
           MOVE 'WORKLIST' TO ws-worklist-file.
           MOVE 'ESCROW' TO ws-escrow-file.
           MOVE 'CHECKOUT' TO ws-checkout-file.
           MOVE 'GRANTS' TO ws-grants-file.
           MOVE 'RESTRICT' TO ws-restrict-file.
           MOVE 'CUSTODY' TO ws-custody-file.
           MOVE 'LINKS' TO ws-links-file.
           MOVE 'REVIEWCYC' TO ws-reviewcyc-file.

           IF ws-profile-name NOT = SPACES
               MOVE SPACES TO ws-wheel-file
               MOVE SPACES TO ws-escrow-file
               STRING 'ESCROW-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-escrow-file
               MOVE SPACES TO ws-checkout-file
               STRING 'CHECKOUT-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-checkout-file
               MOVE SPACES TO ws-grants-file
               STRING 'GRANTS-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-grants-file
               MOVE SPACES TO ws-restrict-file
               STRING 'RESTRICT-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-restrict-file
               MOVE SPACES TO ws-custody-file
               STRING 'CUSTODY-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-custody-file
               MOVE SPACES TO ws-links-file
               STRING 'LINKS-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-links-file
               MOVE SPACES TO ws-reviewcyc-file
               STRING 'REVIEWCYC-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-reviewcyc-file.
           EXIT.

       VERIFICA-FS-IMPOSTAZIONI.
           CLOSE mod-history.
           OPEN I-O mod-history.

           OPEN INPUT checkout.

           IF fs-co NOT = "00"
              CLOSE checkout
              OPEN OUTPUT checkout.

           CLOSE checkout.
           OPEN I-O checkout.

           OPEN INPUT restrict.

           IF fs-rs NOT = "00"
              CLOSE restrict
              OPEN OUTPUT restrict.

           CLOSE restrict.
           OPEN I-O restrict.

           OPEN INPUT custody.

           IF fs-cu NOT = "00"
              CLOSE custody
              OPEN OUTPUT custody.

           CLOSE custody.
           OPEN I-O custody.

           OPEN INPUT links.

           IF fs-ln NOT = "00"
              CLOSE links
              OPEN OUTPUT links.

           CLOSE links.
           OPEN I-O links.

           MOVE 'Y' TO ws-files-open.

       ASK-PSW.
               MOVE 'M' TO ws-access-mode
               MOVE 'MASTER ' TO ws-audit-user.
           MOVE 'Y' TO ws-is-master.
           MOVE 'N' TO ws-grant-limited.
           MOVE ws-cif-start TO ws-master-start.
           GO TO VERIFY-PSW-OPEN.

               MOVE 'I' TO ws-access-mode
               MOVE 'INQUIRY' TO ws-audit-user
               MOVE 'N' TO ws-is-master
               MOVE 'N' TO ws-grant-limited
               PERFORM INQ-ROTATE 1 TIMES
               GO TO VERIFY-PSW-OPEN.

      *    must not run it again mid-session.
       VERIFY-PSW-OPEN.
           MOVE 0 TO ws-bad-count.
      *    Who had the vault open, and from when: the SIGNON line is
      *    written at the next menu paint, once the files are open
      *    and any recovery has run.
           MOVE 'Y' TO ws-signon-due.
           IF NOT files-are-open
               GO TO LOCK-ACQUIRE.

           OPEN INPUT attr-vault.
           OPEN INPUT del-attr.
           OPEN INPUT mod-history.
           OPEN INPUT checkout.
           OPEN INPUT restrict.
           OPEN INPUT custody.
           OPEN INPUT links.
           MOVE 'Y' TO ws-files-open.
           EXIT.

           ELSE
               MOVE 'M' TO ws-access-mode.
           PERFORM OPER-ROTATE 1 TIMES.
           PERFORM GRANT-LOAD 1 TIMES.
           MOVE 'Y' TO ws-psw3-ok.

       VERIFY-PSW3-TRY-OUT.
           IF ws-wl-active = 'Y'
               MOVE 'N' TO ws-wl-active
               CLOSE worklist.
      *    Likewise a check-in that never reached L-REWRITE leaves
      *    the entry checked out - the next modify is not a check-in.
           MOVE 'N' TO ws-co-rotate.
      *    And a retire from the attestation walk that never got as
      *    far as the delete is simply not a retire.
           MOVE 'N' TO ws-att-active.
      *    Nor a consolidation whose loser never reached the bin.
           MOVE 'N' TO ws-dup-active.
      *    Nor does a modify abandoned before its rewrite leave a
      *    link or a dependent flagging behind for the next one.
           MOVE 'N' TO ws-ln-edit, ws-ln-pasw-changed.
           MOVE SPACES TO site-name, account-label.
           IF ws-signon-due = 'Y'
               MOVE 'N' TO ws-signon-due
               MOVE 'SIGNON' TO ws-audit-action
               PERFORM AUDIT-WRITE 1 TIMES.
           MOVE 0 TO ws-qp-count.
           MOVE SPACES TO ws-qp-table.
           CLOSE audit-log.
           IF audit-rec(19:10) NOT = 'FIND'
               GO TO QP-READ.

      *    A category-limited operator is offered only the entries
      *    they looked up themselves - everybody else's recent
      *    lookups may lie outside their grants.
           IF ws-grant-limited = 'Y'
               IF audit-rec(332:7) NOT = ws-audit-user
                   GO TO QP-READ.

      *    A current line carries the key enciphered as position
      *    groups; a line from before that layout carries it in the
      *    clear at the old columns - both still feed the list. A
               DISPLAY sc-inq-flag
           ELSE
               DISPLAY sc-menu-extra12.
           DISPLAY sc-menu-extra13.
           DISPLAY sc-menu-extra14.
           DISPLAY sc-menu-extra15.
      *    The inquiry-password, key-file, operator and preference
      *    keys only answer to a master sign-on - a read-write
      *    operator must not be shown options that bounce.
           DISPLAY sc-quickpick.
           ACCEPT sc-answer WITH TIME-OUT ws-idle-timeout
               ON EXCEPTION
                   MOVE SPACES TO site-name, account-label
                   MOVE 'IDLELOCK' TO ws-audit-action
                   PERFORM AUDIT-WRITE 1 TIMES
                   GO TO ASK-PSW
           END-ACCEPT.

              MOVE '1' TO audit-answer
              GO TO PSWAUDIT-INIT.

           IF answer = 'c' OR 'C'
              MOVE SPACE TO answer
              GO TO DUP-INIT.

           IF answer = 'o' OR 'O'
              MOVE SPACE TO answer
              GO TO CO-OVERDUE.

           IF answer = 'j' OR 'J'
              MOVE SPACE TO answer
              GO TO ATT-MENU.

           IF answer = 'v' OR 'V'
              MOVE SPACE TO answer
              GO TO WL-WORK.
               GO TO BEGIN-RESEARCH.

           IF answer = SPACES OR 'n' OR 'N'
              MOVE SPACES TO site-name, account-label
              MOVE 'SIGNOFF' TO ws-audit-action
              PERFORM AUDIT-WRITE 1 TIMES
              CLOSE informations, email-index, audit-log,
                    deleted-informations, totp-vault,
                    notes-vault, deleted-notes, psw-history,
                    attr-vault, del-attr, mod-history, checkout,
                    restrict, custody, links
              GO TO END-PROGRAM.

           MOVE SPACE TO ANSWER.
           GO TO FIND.

       L-MODIFY.
      *    A restricted entry is not opened for change until the
      *    second operator has signed.
           PERFORM RS-LOAD 1 TIMES.
           IF ws-rs-restricted = 'Y'
               MOVE 'MD' TO ws-cs-code
               PERFORM RS-COSIGN THRU RS-COSIGN-OUT
               IF ws-cs-ok NOT = 'Y'
                   MOVE SPACES TO mod-answer, answer, ws-rec,
                                  ws-recarr
                   GO TO MAIN-MENU.

           MOVE ws-mail TO ws-old-mail.
           MOVE ws-pasw TO ws-old-pasw.
           MOVE pasw-changed-date TO ws-old-pasw-date.
           MOVE category TO mho-category.
           MOVE 'N' TO ws-mh-append.
           PERFORM TOTP-LOAD 1 TIMES.
           PERFORM LN-LOAD 1 TIMES.
           MOVE ws-ln-par-site TO ws-ln-new-site.
           MOVE ws-ln-par-account TO ws-ln-new-account.
           MOVE 9 TO ws-line.
           MOVE 1 TO ws-column.
           DISPLAY scr.
           MOVE 9 TO ws-line.
           MOVE 120 TO ws-column.
           PERFORM ADD-ROW-RIGHT 15 TIMES.
      *    A check-in comes in with the generator already run, so
      *    the returned credential is replaced by default.
           IF ws-co-rotate = 'Y'
               PERFORM PSWGEN 1 TIMES.
       L-MODIFY-ACCEPT.
           DISPLAY sc-modify.
           ACCEPT sc-modify.

           MOVE 'N' TO ws-val-trim.
           PERFORM VALIDATE-REC 1 TIMES.
           IF ws-val-status = 'O' AND ws-co-rotate = 'Y' AND
              ws-pasw = ws-old-pasw
               MOVE 'R' TO ws-val-status
               MOVE 'CHECK-IN MUST CHANGE PASSWORD' TO ws-val-reason.
           IF ws-val-status = 'R'
               DISPLAY sc-val-reject
               ACCEPT OMITTED
               IF val-answer NOT = 'y' AND NOT = 'Y'
                   GO TO L-MODIFY-ACCEPT.

           PERFORM LN-VALIDATE THRU LN-VALIDATE-OUT.
           IF ws-ln-msg NOT = SPACES
               DISPLAY sc-ln-msg
               ACCEPT OMITTED
               GO TO L-MODIFY-ACCEPT.

      *    A password that was already retired on this record is
      *    probably a mistake - challenge it before accepting.
           IF ws-pasw = ws-old-pasw
           ELSE
               MOVE 'N' TO ws-wl-changed.

      *    So does it decide whether the dependents are flagged, and
      *    the link is only refiled when the parent fields changed.
           MOVE ws-wl-changed TO ws-ln-pasw-changed.
           IF ws-ln-new-site NOT = ws-ln-par-site OR
              ws-ln-new-account NOT = ws-ln-par-account
               MOVE 'Y' TO ws-ln-edit
           ELSE
               MOVE 'N' TO ws-ln-edit.

           MOVE ws-rec TO ws-recarr.
           GO TO CIPHER.

               GO TO FIND-EXACT.

           MOVE site-name TO ws-find-site.
           MOVE 'Y' TO ws-find-scan.
           START informations KEY NOT LESS site-name INVALID KEY
                DISPLAY scr
                DISPLAY sc-notfound
           GO TO FIND-FOUND.

       FIND-EXACT.
           MOVE 'N' TO ws-find-scan.
           READ informations INVALID KEY
                DISPLAY scr
                DISPLAY sc-notfound
                GO TO MAIN-MENU.

       FIND-FOUND.
           PERFORM GRANT-CHECK 1 TIMES.
           IF ws-grant-ok NOT = 'Y'
               GO TO FIND-DENIED.

           MOVE 'FIND' TO ws-audit-action.
           PERFORM AUDIT-WRITE 1 TIMES.

           GO TO DECIPHER.

      * An entry outside the operator's grants is not there as far
      * as they can tell - the same NOTHING FOUND an absent key
      * gets - but the try goes on the trail. A first-match research
      * moves on to the site's next account instead.
       FIND-DENIED.
           MOVE 'DENIED' TO ws-audit-action.
           PERFORM AUDIT-WRITE 1 TIMES.
           IF ws-find-scan = 'Y'
               GO TO FIND-READ-NEXT.

           DISPLAY scr.
           DISPLAY sc-notfound.
           ACCEPT OMITTED.
           MOVE SPACES TO site-name, account-label.
           GO TO MAIN-MENU.


       LIST-FILTER-ASK.
           MOVE SPACES TO ws-list-category.
           DISPLAY scr.
           DISPLAY sc-list-filter.
           ACCEPT sc-list-filter.
      *    Filtering on a category outside the grants is a try at
      *    entries this operator may not see.
           IF ws-list-category NOT = SPACES
               MOVE ws-list-category TO ws-grant-cat
               PERFORM GRANT-TEST 1 TIMES
               IF ws-grant-ok NOT = 'Y'
                   MOVE 'DENIED' TO ws-audit-action
                   MOVE SPACES TO site-name, account-label
                   PERFORM AUDIT-WRITE 1 TIMES
                   DISPLAY scr
                   DISPLAY sc-notfound
                   ACCEPT OMITTED
                   MOVE SPACES TO ws-list-category, list-answer
                   GO TO MAIN-MENU.
           CLOSE informations.
           OPEN INPUT informations.
           GO TO LIST.
                PERFORM REOPEN-INFORMATIONS 1 TIMES
                GO TO MAIN-MENU.

           PERFORM GRANT-CHECK 1 TIMES.
           IF ws-grant-ok NOT = 'Y'
               GO TO LIST.

           GO TO DECIPHER.

       SEE-RESEARCH.
           MOVE 120 TO ws-column.
           PERFORM ADD-ROW-RIGHT 14 TIMES.
           MOVE 'N' TO ws-pasw-revealed.
           MOVE 'N' TO ws-totp-shown.
           PERFORM TOTP-LOAD 1 TIMES.
           PERFORM CO-LOAD 1 TIMES.
           PERFORM RS-LOAD 1 TIMES.
           PERFORM CU-LOAD 1 TIMES.
           PERFORM LN-LOAD 1 TIMES.

       SEE-RESEARCH-SHOW.
      *    Recomputed at every repaint - the code rolls over every 30
      *    seconds, and the reveal toggle repaints anyway.
           PERFORM TOTP-CODE-CALC 1 TIMES.
           IF ws-rs-restricted = 'Y' AND ws-totp-shown NOT = 'Y'
                                     AND ws-totp-code NOT = SPACES
               MOVE ALL '*' TO ws-totp-disp
           ELSE
               MOVE ws-totp-code TO ws-totp-disp.
           IF pasw-is-revealed
               MOVE ws-pasw TO ws-pasw-disp
           ELSE
           ACCEPT sc-seerec.

           IF answer = 'v' OR 'V'
               IF ws-rs-restricted = 'Y' AND NOT pasw-is-revealed
                   MOVE 'RV' TO ws-cs-code
                   GO TO RS-GATE
               ELSE
                   PERFORM REVEAL-NOTE 1 TIMES
                   MOVE 'Y' TO ws-pasw-revealed
                   GO TO SEE-RESEARCH-SHOW.

           IF answer = 'k' OR 'K'
               MOVE SPACE TO answer
               IF ws-rs-restricted = 'Y' AND ws-totp-shown NOT = 'Y'
                                         AND ws-totp-code NOT = SPACES
                   MOVE 'TP' TO ws-cs-code
                   GO TO RS-GATE
               ELSE
                   GO TO SEE-RESEARCH-SHOW.

           IF answer = 'x' OR 'X'
               MOVE SPACE TO answer
               GO TO RS-TOGGLE.

           IF answer = 'u' OR 'U'
               MOVE SPACE TO answer
               GO TO CU-SET.

           IF answer = 'o' OR 'O'
               MOVE SPACE TO answer
               IF ws-rs-restricted = 'Y'
                   MOVE 'NT' TO ws-cs-code
                   GO TO RS-GATE
               ELSE
                   GO TO NOTES-EDIT.

           IF answer = 'h' OR 'H'
               MOVE SPACE TO answer
               IF ws-rs-restricted = 'Y'
                   MOVE 'HS' TO ws-cs-code
                   GO TO RS-GATE
               ELSE
                   GO TO HIST-VIEW.

           IF answer = 't' OR 'T'
               MOVE SPACE TO answer
               MOVE SPACE TO answer
               GO TO MH-VIEW.

           IF answer = 'c' OR 'C'
               MOVE SPACE TO answer
               GO TO CO-ACTION.

           IF res-answer = '1'
               MOVE SPACES TO res-answer, answer, site-name,
                              account-label

           IF del-answer = '1' AND answer = 's'
               MOVE SPACE TO answer
               IF ws-rs-restricted = 'Y'
                   MOVE 'DL' TO ws-cs-code
                   GO TO RS-GATE
               ELSE
                   GO TO L-DELETE
               END-IF
           ELSE
              DISPLAY " OPERATION CANCELLED! "
              ACCEPT OMITTED
              MOVE '0' TO del-answer
              MOVE SPACES TO answer, ws-rec, ws-recarr
              IF ws-att-active = 'Y'
                  MOVE 'N' TO ws-att-active
                  GO TO ATT-NEXT
              END-IF
              IF ws-dup-active = 'Y'
                  GO TO DUP-LOSER-NEXT
              END-IF
              GO TO MAIN-MENU.


           GO TO DECIPHER.


      * An entry others sign on through is not binned without the
      * operator seeing who depends on it.
       L-DELETE.
           PERFORM LN-CHILDREN THRU LN-CHILDREN-OUT.
           IF ws-ln-children GREATER 0
               MOVE SPACE TO ln-answer
               DISPLAY scr
               DISPLAY sc-ln-warn
               ACCEPT sc-ln-warn
               IF ln-answer NOT = 'y' AND NOT = 'Y'
                   DISPLAY " OPERATION CANCELLED! "
                   ACCEPT OMITTED
                   MOVE '0' TO del-answer
                   MOVE SPACES TO answer, ws-rec, ws-recarr
                   IF ws-att-active = 'Y'
                       MOVE 'N' TO ws-att-active
                       GO TO ATT-NEXT
                   END-IF
                   IF ws-dup-active = 'Y'
                       GO TO DUP-LOSER-NEXT
                   END-IF
                   GO TO MAIN-MENU.

           MOVE site-name TO del-site-name.
           MOVE account-label TO del-account-label.
           MOVE pasw-changed-date TO del-pasw-changed-date.

           PERFORM NOTES-TO-BIN 1 TIMES.
           PERFORM ATTRS-TO-BIN 1 TIMES.
           PERFORM CO-DROP 1 TIMES.

           MOVE ws-mail TO idx-mail.
           MOVE site-name TO idx-site.
           DELETE email-index INVALID KEY CONTINUE.

           MOVE 'DELETE' TO ws-audit-action.
           IF ws-dup-active = 'Y'
               MOVE 'CONSOLID' TO ws-audit-action.
           PERFORM AUDIT-WRITE 1 TIMES.

           MOVE 'END' TO jrnl-state.

           MOVE '0' TO del-answer.
           MOVE SPACES TO site-name, account-label, ws-rec, ws-recarr.
           IF ws-att-active = 'Y'
               GO TO ATT-RETIRED.
           IF ws-dup-active = 'Y'
               GO TO DUP-RETIRED.
           GO TO MAIN-MENU.

      * The copy loop ends by letting the paragraph fall out through
           MOVE 'END' TO jrnl-state.
           PERFORM JRNL-WRITE 1 TIMES.

      *    The rotated credential is on file - only now is the
      *    check-out closed.
           IF ws-co-rotate = 'Y'
               PERFORM CO-CLOSE 1 TIMES.

           IF ws-ln-edit = 'Y'
               PERFORM LN-SAVE 1 TIMES
               MOVE 'N' TO ws-ln-edit.
           IF ws-ln-pasw-changed = 'Y'
               PERFORM LN-FLAG-CHILDREN THRU LN-FLAG-CHILDREN-OUT
               MOVE 'N' TO ws-ln-pasw-changed.

           MOVE SPACES TO ws-rec, ws-recarr, ws-old-mail, ws-new-mail.
           MOVE SPACE TO mod-answer.
           IF ws-wl-active = 'Y'
           CALL "C$SLEEP" USING ws-delay-secs.
           EXIT.

      * The password on the detail screen shown in the clear: a
      * REVEAL line against the entry, once per showing - pressing
      * v again on a password already shown writes nothing more.
       REVEAL-NOTE.
           IF NOT pasw-is-revealed
               MOVE 'REVEAL' TO ws-audit-action
               PERFORM AUDIT-WRITE 1 TIMES.
           EXIT.

      * Walk the audit trail once and come back with the last check
      * value on file in ws-audit-chain, so the next line written
      * continues the chain. A line from before the chain existed
                       IF ws-totp-seed NOT = SPACES
                           PERFORM TOTP-SAVE 1 TIMES
                       END-IF
                       IF ws-is-master NOT = 'Y'
                           PERFORM CU-INSERT 1 TIMES
                       END-IF
               END-WRITE
               MOVE SPACES TO ws-totp-seed
               MOVE 1 TO ind-rec, ind-arr
           READ informations INVALID KEY
               GO TO EMAIL-SEARCH-READ.

           PERFORM GRANT-CHECK 1 TIMES.
           IF ws-grant-ok NOT = 'Y'
               MOVE 'DENIED' TO ws-audit-action
               PERFORM AUDIT-WRITE 1 TIMES
               GO TO EMAIL-SEARCH-READ.

           MOVE 'FIND' TO ws-audit-action.
           PERFORM AUDIT-WRITE 1 TIMES.

               PERFORM REOPEN-INFORMATIONS 1 TIMES
               GO TO MAIN-MENU.

           PERFORM GRANT-CHECK 1 TIMES.
           IF ws-grant-ok NOT = 'Y'
               MOVE 'DENIED' TO ws-audit-action
               PERFORM AUDIT-WRITE 1 TIMES
               GO TO WILDCARD-SEARCH-READ.

           MOVE 'FIND' TO ws-audit-action.
           PERFORM AUDIT-WRITE 1 TIMES.

           READ informations NEXT AT END
               GO TO REPORT-DONE.

           PERFORM GRANT-CHECK 1 TIMES.
           IF ws-grant-ok NOT = 'Y'
               GO TO REPORT-READ.

           GO TO DECIPHER.

       REPORT-HEADER.
               GO TO OPER-RETIRE.
           IF ws-oper-act = 'a' OR 'A'
               GO TO OPER-ADD.
           IF ws-oper-act = 'g' OR 'G'
               GO TO GRANT-MAINT.

           CLOSE operators.
           GO TO OPER-MAINT.
           MOVE ws-oper-id TO op-id.
           DELETE operators INVALID KEY CONTINUE.
           CLOSE operators.
           PERFORM GRANT-DROP 1 TIMES.
           MOVE 'OPERDEL' TO ws-audit-action.
           MOVE SPACES TO site-name, account-label.
           PERFORM AUDIT-WRITE 1 TIMES.
           ACCEPT OMITTED.
           GO TO OPER-MAINT.

      * Category grants for one roster operator, reached with 'g' on
      * the operator screen. Up to ten categories; clearing them all
      * removes the record, which puts the operator back to seeing
      * every category. Takes effect at the operator's next sign-on.
       GRANT-MAINT.
           MOVE ws-oper-id TO op-id.
           READ operators INVALID KEY
               CLOSE operators
               GO TO OPER-MAINT.
           CLOSE operators.

           OPEN INPUT grants.
           IF fs-grant NOT = '00'
               CLOSE grants
               OPEN OUTPUT grants.
           CLOSE grants.
           OPEN I-O grants.

           MOVE SPACES TO ws-grant-edit.
           MOVE ws-oper-id TO gr-op.
           READ grants
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE gr-cats TO ws-grant-edit
           END-READ.
           DISPLAY scr.
           DISPLAY sc-grants.
           ACCEPT sc-grants.

           MOVE ws-oper-id TO gr-op.
           IF ws-grant-edit = SPACES
               DELETE grants INVALID KEY CONTINUE
               END-DELETE
           ELSE
               MOVE ws-grant-edit TO gr-cats
               WRITE gr-rec INVALID KEY
                   REWRITE gr-rec
               END-WRITE.
           CLOSE grants.

           MOVE 'GRANTSET' TO ws-audit-action.
           MOVE SPACES TO site-name, account-label.
           PERFORM AUDIT-WRITE 1 TIMES.
           DISPLAY scr.
           DISPLAY sc-oper-done.
           ACCEPT OMITTED.
           GO TO OPER-MAINT.

      * A retired operator's grants go with them, so an id reused
      * later starts unrestricted, like any new roster entry.
       GRANT-DROP.
           OPEN I-O grants.
           IF fs-grant = '00'
               MOVE ws-oper-id TO gr-op
               DELETE grants INVALID KEY CONTINUE
               END-DELETE.
           CLOSE grants.
           EXIT.

      * Pick up the signed-on operator's grants, if they have any.
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

      * Judge the entry in the INFORMATIONS record area.
       GRANT-CHECK.
           MOVE 'Y' TO ws-grant-ok.
           IF ws-grant-limited = 'Y'
               PERFORM GRANT-PEEK 1 TIMES
               PERFORM GRANT-TEST 1 TIMES.
           EXIT.

      * Judge an entry known only by its key, moved to site-name and
      * account-label (a worklist item, a check-out) - fetched for
      * the purpose, and an entry that is gone is not shown either.
       GRANT-CHECK-KEY.
           MOVE 'N' TO ws-grant-ok.
           READ informations
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM GRANT-CHECK 1 TIMES
           END-READ.
           MOVE SPACES TO site-name, account-label.
           EXIT.

       GRANT-PEEK.
           MOVE SPACES TO ws-grant-cat.
           MOVE 201 TO ind-grc.
           PERFORM GRANT-PEEK-CHAR 1 TIMES.
           EXIT.

       GRANT-PEEK-CHAR.
           IF ind-grc GREATER 210
               MOVE 201 TO ind-grc
           ELSE
               MOVE comp-informations(ind-grc) TO ind-arr
               MOVE wheel-mixed(ind-arr)
                   TO ws-grant-cat(ind-grc - 200:1)
               ADD 1 TO ind-grc
               GO TO GRANT-PEEK-CHAR.

       GRANT-PEEK-BIN.
           MOVE SPACES TO ws-grant-cat.
           MOVE 201 TO ind-grc.
           PERFORM GRANT-PEEK-BIN-CHAR 1 TIMES.
           EXIT.

       GRANT-PEEK-BIN-CHAR.
           IF ind-grc GREATER 210
               MOVE 201 TO ind-grc
           ELSE
               MOVE del-comp-informations(ind-grc) TO ind-arr
               MOVE wheel-mixed(ind-arr)
                   TO ws-grant-cat(ind-grc - 200:1)
               ADD 1 TO ind-grc
               GO TO GRANT-PEEK-BIN-CHAR.

      * Is ws-grant-cat one of the granted categories? Case is not
      * significant; an uncategorized entry is on nobody's list.
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
                  FUNCTION UPPER-CASE(ws-grant-cat)
                   MOVE 'Y' TO ws-grant-ok
               END-IF
               ADD 1 TO ind-grt
               GO TO GRANT-TEST-SLOT.

      * Password audit report: the expiration report tells what is
      * old, this one tells what is dangerous - accounts sharing one
      * password, and passwords that are too short or built from a
           READ informations NEXT AT END
               GO TO PSWAUDIT-ANALYZE.

           PERFORM GRANT-CHECK 1 TIMES.
           IF ws-grant-ok NOT = 'Y'
               GO TO PSWAUDIT-READ.

           GO TO DECIPHER.

       PSWAUDIT-STORE.
           GO TO PSWAUDIT-READ.

       PSWAUDIT-ANALYZE.
      *    Rebuild the audit's part of the worklist on every run:
      *    its own reasons and everything already worked come out
      *    (WL-PURGE), what the run flags below goes in pending, and
      *    an entry fixed since the last run simply is not flagged
      *    again, so it drops off - that is the whole
      *    reconciliation. Pending items other jobs put on the list
      *    are left for the list to work.
      *    A category-limited run only saw part of the vault, so
      *    it reports but leaves the worklist as it stands.
           MOVE 0 TO ws-wl-flagged.
           IF ws-grant-limited NOT = 'Y'
               OPEN I-O worklist
               IF fs-wl NOT = '00'
                   CLOSE worklist
                   OPEN OUTPUT worklist
                   CLOSE worklist
                   OPEN I-O worklist
               END-IF
               PERFORM WL-PURGE 1 TIMES.

           MOVE SPACES TO report-line.
           STRING 'PASSWORD REUSE AND WEAKNESS AUDIT' DELIMITED BY
               WRITE report-line.

           MOVE SPACES TO report-line.
           IF ws-grant-limited = 'Y'
               STRING 'WORKLIST NOT REBUILT - THIS RUN COVERED '
                          DELIMITED BY SIZE
                      'THE GRANTED CATEGORIES ONLY' DELIMITED BY SIZE
                  INTO report-line
               WRITE report-line
           ELSE
               STRING 'WORKLIST REBUILT WITH ' DELIMITED BY SIZE
                      ws-wl-flagged DELIMITED BY SIZE
                      ' ENTRY(S) - v ON THE MENU WORKS THEM'
                          DELIMITED BY SIZE
                  INTO report-line
               WRITE report-line
               CLOSE worklist.

      *    The deciphered passwords have served their purpose - clear
      *    the table before going back to the menu.
               GO TO PSWAUDIT-CLASSIFY.


      *----------------------------------------------------------------
      * Near-duplicate report ('c' on the menu): the same service
      * entered more than once under slightly different site names.
      * Only keys go into the table and only site-name and
      * account-label go on LISTREPORT - nothing is deciphered. A
      * master in a read-write session is then offered the
      * consolidation walk over the groups found.
      *----------------------------------------------------------------
       DUP-INIT.
           CLOSE informations.
           OPEN INPUT informations.
           OPEN OUTPUT report-file.
           MOVE 0 TO ws-dup-count, ws-dup-groups, ws-dup-grouped.
           GO TO DUP-READ.

       DUP-READ.
           READ informations NEXT AT END
               GO TO DUP-NAMES.

           PERFORM GRANT-CHECK 1 TIMES.
           IF ws-grant-ok NOT = 'Y'
               GO TO DUP-READ.

           IF ws-dup-count LESS THAN 1000
               ADD 1 TO ws-dup-count
               MOVE site-name TO dup-site(ws-dup-count), ws-dup-in
               MOVE account-label TO dup-account(ws-dup-count)
               PERFORM DUP-NORMALIZE 1 TIMES
               MOVE ws-dup-out TO dup-norm(ws-dup-count)
               MOVE ws-dup-olen TO dup-nlen(ws-dup-count)
               MOVE ws-dup-count TO dup-root(ws-dup-count)
               MOVE 0 TO dup-members(ws-dup-count)
               MOVE 'N' TO dup-mail-hit(ws-dup-count).
           GO TO DUP-READ.

      *    Same normalized name: every pair, once. A name that
      *    normalizes to nothing matches nothing.
       DUP-NAMES.
           MOVE 'N' TO ws-dup-via-mail.
           MOVE 1 TO ind-dup.

       DUP-NAME-LOOP.
           IF ind-dup NOT LESS ws-dup-count
               GO TO DUP-MAIL-INIT.
           COMPUTE ind-dup2 = ind-dup + 1.

       DUP-NAME-SCAN.
           IF ind-dup2 GREATER ws-dup-count
               ADD 1 TO ind-dup
               GO TO DUP-NAME-LOOP.

           IF dup-nlen(ind-dup) GREATER 0 AND
              dup-norm(ind-dup2) = dup-norm(ind-dup)
               MOVE ind-dup TO ws-dup-x
               MOVE ind-dup2 TO ws-dup-y
               PERFORM DUP-UNION 1 TIMES.

           ADD 1 TO ind-dup2.
           GO TO DUP-NAME-SCAN.

      *    Shared address: EMAILIDX comes back in address order, so
      *    the entries behind one address arrive together. Most
      *    people use one address everywhere, so the address alone
      *    proves nothing - it joins two entries only when one
      *    normalized name is the start of the other (AMAZON and
      *    AMAZONPRIME under the same login), at least three
      *    characters of it.
       DUP-MAIL-INIT.
           MOVE SPACES TO ws-dup-prev-mail.
           MOVE 0 TO ws-dup-run-count.
           MOVE 'Y' TO ws-dup-via-mail.
           MOVE LOW-VALUES TO idx-key.
           START email-index KEY NOT LESS idx-key
               INVALID KEY
                   GO TO DUP-GROUPS.

       DUP-MAIL-READ.
           READ email-index NEXT AT END
               GO TO DUP-GROUPS.

           IF idx-mail = SPACES
               GO TO DUP-MAIL-READ.
           IF idx-mail NOT = ws-dup-prev-mail
               MOVE idx-mail TO ws-dup-prev-mail
               MOVE 0 TO ws-dup-run-count.

           MOVE 0 TO ws-dup-y.
           MOVE 1 TO ind-dup.
           PERFORM DUP-LOCATE 1 TIMES.
           IF ws-dup-y = 0
               GO TO DUP-MAIL-READ.
           IF dup-nlen(ws-dup-y) = 0
               GO TO DUP-MAIL-READ.

           MOVE 1 TO ind-drun.
           PERFORM DUP-MAIL-PAIR 1 TIMES.
           IF ws-dup-run-count LESS 50
               ADD 1 TO ws-dup-run-count
               MOVE ws-dup-y TO dup-run(ws-dup-run-count).
           GO TO DUP-MAIL-READ.

       DUP-LOCATE.
           IF ind-dup GREATER ws-dup-count
               MOVE 1 TO ind-dup
           ELSE
               IF dup-site(ind-dup) = idx-site AND
                  dup-account(ind-dup) = idx-account
                   MOVE ind-dup TO ws-dup-y
                   MOVE 1 TO ind-dup
               ELSE
                   ADD 1 TO ind-dup
                   GO TO DUP-LOCATE.

       DUP-MAIL-PAIR.
           IF ind-drun GREATER ws-dup-run-count
               MOVE 1 TO ind-drun
           ELSE
               MOVE dup-run(ind-drun) TO ws-dup-x
               IF dup-nlen(ws-dup-x) LESS dup-nlen(ws-dup-y)
                   MOVE dup-nlen(ws-dup-x) TO ws-dup-short
               ELSE
                   MOVE dup-nlen(ws-dup-y) TO ws-dup-short
               END-IF
               IF ws-dup-short NOT LESS 3
                   IF dup-norm(ws-dup-x)(1:ws-dup-short) =
                      dup-norm(ws-dup-y)(1:ws-dup-short)
                       PERFORM DUP-UNION 1 TIMES
                   END-IF
               END-IF
               ADD 1 TO ind-drun
               GO TO DUP-MAIL-PAIR.

      * Join the groups of ws-dup-x and ws-dup-y; the lower entry
      * number stays the root, so a group is listed from its first
      * entry in key order.
       DUP-UNION.
           MOVE ws-dup-x TO ws-dup-r.
           PERFORM DUP-FIND-ROOT 1 TIMES.
           MOVE ws-dup-r TO ws-dup-rx.
           MOVE ws-dup-y TO ws-dup-r.
           PERFORM DUP-FIND-ROOT 1 TIMES.
           MOVE ws-dup-r TO ws-dup-ry.
           IF ws-dup-via-mail = 'Y'
               MOVE 'Y' TO dup-mail-hit(ws-dup-x),
                           dup-mail-hit(ws-dup-y).
           IF ws-dup-rx LESS ws-dup-ry
               MOVE ws-dup-rx TO dup-root(ws-dup-ry)
           ELSE
               MOVE ws-dup-ry TO dup-root(ws-dup-rx).
           EXIT.

       DUP-FIND-ROOT.
           IF dup-root(ws-dup-r) NOT = ws-dup-r
               MOVE dup-root(ws-dup-r) TO ws-dup-r
               GO TO DUP-FIND-ROOT.

       DUP-GROUPS.
           MOVE 1 TO ind-dup.
           PERFORM DUP-FLATTEN 1 TIMES.

           MOVE SPACES TO report-line.
           STRING 'NEAR-DUPLICATE ENTRY REPORT' DELIMITED BY SIZE
              INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING 'ENTRIES THAT LOOK LIKE THE SAME SERVICE:'
                      DELIMITED BY SIZE
              INTO report-line.
           WRITE report-line.
           MOVE 1 TO ind-dup.

       DUP-GROUP-LOOP.
           IF ind-dup GREATER ws-dup-count
               GO TO DUP-DONE.

           IF dup-root(ind-dup) NOT = ind-dup OR
              dup-members(ind-dup) LESS 2
               ADD 1 TO ind-dup
               GO TO DUP-GROUP-LOOP.

           ADD 1 TO ws-dup-groups.
           ADD dup-members(ind-dup) TO ws-dup-grouped.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING 'GROUP ' DELIMITED BY SIZE
                  ws-dup-groups DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  dup-members(ind-dup) DELIMITED BY SIZE
                  ' ENTRIES - COMPARED AS ' DELIMITED BY SIZE
                  dup-norm(ind-dup) DELIMITED BY SIZE
              INTO report-line.
           WRITE report-line.
           MOVE ind-dup TO ind-dup2.
           PERFORM DUP-GROUP-PRINT 1 TIMES.
           ADD 1 TO ind-dup.
           GO TO DUP-GROUP-LOOP.

      * Point every entry straight at its root and count the members
      * under each root.
       DUP-FLATTEN.
           IF ind-dup GREATER ws-dup-count
               MOVE 1 TO ind-dup
           ELSE
               MOVE ind-dup TO ws-dup-r
               PERFORM DUP-FIND-ROOT 1 TIMES
               MOVE ws-dup-r TO dup-root(ind-dup)
               ADD 1 TO dup-members(ws-dup-r)
               ADD 1 TO ind-dup
               GO TO DUP-FLATTEN.

       DUP-GROUP-PRINT.
           IF ind-dup2 GREATER ws-dup-count
               MOVE 1 TO ind-dup2
           ELSE
               IF dup-root(ind-dup2) = ind-dup
                   MOVE SPACES TO report-line
                   STRING '    ' DELIMITED BY SIZE
                          dup-site(ind-dup2) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          dup-account(ind-dup2) DELIMITED BY SIZE
                      INTO report-line
                   IF dup-mail-hit(ind-dup2) = 'Y'
                       MOVE 'SHARED EMAIL' TO report-line(68:12)
                   END-IF
                   WRITE report-line
               END-IF
               ADD 1 TO ind-dup2
               GO TO DUP-GROUP-PRINT.

       DUP-DONE.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING 'COMPARED: ' DELIMITED BY SIZE
                  ws-dup-count DELIMITED BY SIZE
                  ' GROUPS: ' DELIMITED BY SIZE
                  ws-dup-groups DELIMITED BY SIZE
                  ' ENTRIES IN GROUPS: ' DELIMITED BY SIZE
                  ws-dup-grouped DELIMITED BY SIZE
              INTO report-line.
           WRITE report-line.
           IF ws-dup-count = 1000
               MOVE SPACES TO report-line
               STRING 'TABLE FULL - FIRST 1000 RECORDS COMPARED'
                      DELIMITED BY SIZE
                  INTO report-line
               WRITE report-line.
           IF ws-grant-limited = 'Y'
               MOVE SPACES TO report-line
               STRING 'THIS RUN COVERED THE GRANTED CATEGORIES ONLY'
                      DELIMITED BY SIZE
                  INTO report-line
               WRITE report-line.

           CLOSE report-file, informations.
           PERFORM REOPEN-INFORMATIONS 1 TIMES.
           MOVE SPACES TO site-name, account-label.
           DISPLAY scr.
           DISPLAY sc-dup-done.

      *    Consolidation rewrites and bins entries: master only, in
      *    a session that holds the vault lock, and only when the
      *    run found something to consolidate.
           IF ws-is-master NOT = 'Y' OR ws-lock-denied = 'Y' OR
              ws-dup-groups = 0
               ACCEPT OMITTED
               GO TO MAIN-MENU.

           MOVE SPACE TO dup-answer.
           DISPLAY sc-dup-ask.
           ACCEPT sc-dup-ask.
           IF dup-answer NOT = 'y' AND NOT = 'Y'
               GO TO MAIN-MENU.
           MOVE 0 TO ws-dup-done, ws-dup-kept, ws-dup-group-no,
                     ws-dup-at.

      * Next group: its first nine entries are offered, and the one
      * picked survives. The others go one at a time through the
      * ordinary delete - shown for the usual s to confirm, a
      * restricted one wants its second operator - and come back in
      * at DUP-RETIRED once they are in the bin.
       DUP-GROUP-NEXT.
           ADD 1 TO ws-dup-at.
           IF ws-dup-at GREATER ws-dup-count
               GO TO DUP-END.
           IF dup-root(ws-dup-at) NOT = ws-dup-at OR
              dup-members(ws-dup-at) LESS 2
               GO TO DUP-GROUP-NEXT.

           ADD 1 TO ws-dup-group-no.
           MOVE SPACES TO ws-dup-lines, ws-dup-more.
           MOVE 0 TO ws-dup-mem-count.
           MOVE ws-dup-at TO ind-dup2.
           PERFORM DUP-MEM-FILL 1 TIMES.
           IF dup-members(ws-dup-at) GREATER 9
               MOVE 'MORE IN THIS GROUP - RUN c AGAIN AFTER'
                   TO ws-dup-more.

       DUP-GROUP-SHOW.
           MOVE SPACE TO dup-answer.
           DISPLAY scr.
           DISPLAY sc-dup-group.
           ACCEPT sc-dup-group.

           IF dup-answer = 'q' OR 'Q'
               GO TO DUP-END.
           IF dup-answer = 's' OR 'S' OR SPACE
               GO TO DUP-GROUP-NEXT.
           IF dup-answer NOT NUMERIC
               GO TO DUP-GROUP-SHOW.
           COMPUTE ws-dup-pick = FUNCTION ORD(dup-answer)
                               - FUNCTION ORD('0').
           IF ws-dup-pick = 0 OR ws-dup-pick GREATER ws-dup-mem-count
               GO TO DUP-GROUP-SHOW.

           MOVE dup-mem(ws-dup-pick) TO ind-dup2.
           MOVE dup-site(ind-dup2) TO ws-dup-ssite.
           MOVE dup-account(ind-dup2) TO ws-dup-sacct.
           MOVE 0 TO ws-dup-lose.

       DUP-LOSER-NEXT.
           MOVE 'N' TO ws-dup-active.
           ADD 1 TO ws-dup-lose.
           IF ws-dup-lose GREATER ws-dup-mem-count
               GO TO DUP-GROUP-NEXT.
           IF ws-dup-lose = ws-dup-pick
               GO TO DUP-LOSER-NEXT.

           MOVE dup-mem(ws-dup-lose) TO ind-dup2.
           MOVE dup-site(ind-dup2) TO ws-dup-lsite, site-name.
           MOVE dup-account(ind-dup2) TO ws-dup-lacct, account-label.
           MOVE 'Y' TO ws-dup-active.
           MOVE '1' TO del-answer.
           GO TO FIND-EXACT.

       DUP-MEM-FILL.
           IF ind-dup2 GREATER ws-dup-count OR ws-dup-mem-count = 9
               MOVE 1 TO ind-dup2
           ELSE
               IF dup-root(ind-dup2) = ws-dup-at
                   ADD 1 TO ws-dup-mem-count
                   MOVE ind-dup2 TO dup-mem(ws-dup-mem-count)
                   STRING ws-dup-mem-count(2:1) DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          dup-site(ind-dup2) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          dup-account(ind-dup2) DELIMITED BY SIZE
                      INTO dup-line(ws-dup-mem-count)
               END-IF
               ADD 1 TO ind-dup2
               GO TO DUP-MEM-FILL.

      * The loser is in the bin with its notes and attributes, and
      * its history is still under its key: notes, attributes,
      * password history and prior versions all move across to the
      * survivor, appended after what the survivor already has. An
      * attribute whose label the survivor already uses, or a note
      * line with no sequence left for it, stays in the bin with
      * the loser.
       DUP-RETIRED.
           MOVE 'N' TO ws-dup-active.
           MOVE ws-dup-ssite TO site-name.
           MOVE ws-dup-sacct TO account-label.

           MOVE 0 TO ws-dup-next.
           MOVE 1 TO ws-dup-seq.
           PERFORM DUP-NOTE-LAST 1 TIMES.
           ADD 1 TO ws-dup-next.
           MOVE 'N' TO ws-dup-hdr.
           MOVE 1 TO ws-dup-seq.
           PERFORM DUP-NOTE-MOVE 1 TIMES.

           MOVE ws-dup-lsite TO del-attr-site.
           MOVE ws-dup-lacct TO del-attr-account.
           MOVE LOW-VALUES TO del-attr-label.
           START del-attr KEY NOT LESS del-attr-key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM DUP-ATTR-MOVE 1 TIMES
           END-START.

           MOVE 0 TO ws-hist-seq.
           PERFORM HIST-COUNT 1 TIMES.
           COMPUTE ws-dup-next = ws-hist-count + 1.
           MOVE 1 TO ws-dup-seq.
           PERFORM DUP-HIST-MOVE 1 TIMES.

           MOVE 0 TO ws-mh-seq.
           PERFORM MH-COUNT 1 TIMES.
           COMPUTE ws-dup-next = ws-mh-count + 1.
           MOVE 1 TO ws-dup-seq.
           PERFORM DUP-MH-MOVE 1 TIMES.

           ADD 1 TO ws-dup-done.
           MOVE SPACES TO site-name, account-label, ws-rec, ws-recarr.
           GO TO DUP-LOSER-NEXT.

      * The survivor's highest note sequence in use - note lines may
      * have gaps, so the whole sequence space is looked at.
       DUP-NOTE-LAST.
           IF ws-dup-seq GREATER 999
               MOVE 0 TO ws-dup-seq
           ELSE
               MOVE site-name TO note-site
               MOVE account-label TO note-account
               MOVE ws-dup-seq TO note-seq
               READ notes-vault
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ws-dup-seq TO ws-dup-next
               END-READ
               ADD 1 TO ws-dup-seq
               GO TO DUP-NOTE-LAST.

       DUP-NOTE-MOVE.
           IF ws-dup-seq GREATER 999
               MOVE 0 TO ws-dup-seq
           ELSE
               MOVE ws-dup-lsite TO del-note-site
               MOVE ws-dup-lacct TO del-note-account
               MOVE ws-dup-seq TO del-note-seq
               READ deleted-notes
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM DUP-NOTE-ONE 1 TIMES
               END-READ
               ADD 1 TO ws-dup-seq
               GO TO DUP-NOTE-MOVE.

      * The first line carried over is preceded by one saying where
      * the lines came from. The comp positions move as they are -
      * both files sit under the same wheel-mixed.
       DUP-NOTE-ONE.
           IF ws-dup-hdr = 'N' AND ws-dup-next LESS 999
               MOVE 'Y' TO ws-dup-hdr
               MOVE SPACES TO ws-notearr
               STRING 'FROM ' DELIMITED BY SIZE
                      ws-dup-lsite DELIMITED BY '  '
                      ' / ' DELIMITED BY SIZE
                      ws-dup-lacct DELIMITED BY '  '
                  INTO ws-notearr
               MOVE ws-dup-ssite TO note-site
               MOVE ws-dup-sacct TO note-account
               MOVE ws-dup-next TO note-seq
               MOVE 1 TO ind-note, ind-arr
               PERFORM NOTES-CIPHER 1 TIMES
               WRITE note-rec INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO ws-dup-next.

           IF ws-dup-next GREATER 999
               ADD 1 TO ws-dup-kept
           ELSE
               MOVE del-note-rec TO note-rec
               MOVE ws-dup-ssite TO note-site
               MOVE ws-dup-sacct TO note-account
               MOVE ws-dup-next TO note-seq
               WRITE note-rec INVALID KEY CONTINUE
               END-WRITE
               DELETE deleted-notes INVALID KEY CONTINUE
               END-DELETE
               ADD 1 TO ws-dup-next.
           EXIT.

       DUP-ATTR-MOVE.
           READ del-attr NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF del-attr-site = ws-dup-lsite AND
                      del-attr-account = ws-dup-lacct
                       MOVE del-attr-rec TO attr-rec
                       MOVE ws-dup-ssite TO attr-site
                       MOVE ws-dup-sacct TO attr-account
                       WRITE attr-rec
                           INVALID KEY
                               ADD 1 TO ws-dup-kept
                           NOT INVALID KEY
                               DELETE del-attr INVALID KEY CONTINUE
                               END-DELETE
                       END-WRITE
                       GO TO DUP-ATTR-MOVE
                   END-IF
           END-READ.

      * History runs 1 up without gaps - HIST-COUNT's walk - so the
      * move stops at the loser's first missing sequence.
       DUP-HIST-MOVE.
           IF ws-dup-seq GREATER 999 OR ws-dup-next GREATER 999
               MOVE 0 TO ws-dup-seq
           ELSE
               MOVE ws-dup-lsite TO hist-site
               MOVE ws-dup-lacct TO hist-account
               MOVE ws-dup-seq TO hist-seq
               READ psw-history
                   INVALID KEY
                       MOVE 0 TO ws-dup-seq
                   NOT INVALID KEY
                       MOVE ws-dup-ssite TO hist-site
                       MOVE ws-dup-sacct TO hist-account
                       MOVE ws-dup-next TO hist-seq
                       WRITE hist-rec INVALID KEY CONTINUE
                       END-WRITE
                       MOVE ws-dup-lsite TO hist-site
                       MOVE ws-dup-lacct TO hist-account
                       MOVE ws-dup-seq TO hist-seq
                       DELETE psw-history INVALID KEY CONTINUE
                       END-DELETE
                       ADD 1 TO ws-dup-seq, ws-dup-next
               END-READ
               IF ws-dup-seq NOT = 0
                   GO TO DUP-HIST-MOVE.

       DUP-MH-MOVE.
           IF ws-dup-seq GREATER 999 OR ws-dup-next GREATER 999
               MOVE 0 TO ws-dup-seq
           ELSE
               MOVE ws-dup-lsite TO mh-site
               MOVE ws-dup-lacct TO mh-account
               MOVE ws-dup-seq TO mh-seq
               READ mod-history
                   INVALID KEY
                       MOVE 0 TO ws-dup-seq
                   NOT INVALID KEY
                       MOVE ws-dup-ssite TO mh-site
                       MOVE ws-dup-sacct TO mh-account
                       MOVE ws-dup-next TO mh-seq
                       WRITE mh-rec INVALID KEY CONTINUE
                       END-WRITE
                       MOVE ws-dup-lsite TO mh-site
                       MOVE ws-dup-lacct TO mh-account
                       MOVE ws-dup-seq TO mh-seq
                       DELETE mod-history INVALID KEY CONTINUE
                       END-DELETE
                       ADD 1 TO ws-dup-seq, ws-dup-next
               END-READ
               IF ws-dup-seq NOT = 0
                   GO TO DUP-MH-MOVE.

       DUP-END.
           MOVE 'N' TO ws-dup-active.
           MOVE SPACES TO site-name, account-label.
           DISPLAY scr.
           DISPLAY sc-dup-end.
           ACCEPT OMITTED.
           GO TO MAIN-MENU.

      * Site name in ws-dup-in to the form it is compared in, in
      * ws-dup-out (ws-dup-olen long): upper case, no scheme or www
      * in front, nothing from the first slash on, no trailing
      * domain suffixes, and only the letters and digits left.
       DUP-NORMALIZE.
           MOVE FUNCTION UPPER-CASE(ws-dup-in) TO ws-dup-wrk.
           IF ws-dup-wrk(1:8) = 'HTTPS://'
               MOVE ws-dup-wrk(9:32) TO ws-dup-tmp
               MOVE ws-dup-tmp TO ws-dup-wrk.
           IF ws-dup-wrk(1:7) = 'HTTP://'
               MOVE ws-dup-wrk(8:33) TO ws-dup-tmp
               MOVE ws-dup-tmp TO ws-dup-wrk.
           IF ws-dup-wrk(1:4) = 'WWW.' OR 'WWW '
               MOVE ws-dup-wrk(5:36) TO ws-dup-tmp
               MOVE ws-dup-tmp TO ws-dup-wrk.

           MOVE 0 TO ws-dup-len.
           INSPECT ws-dup-wrk TALLYING ws-dup-len
               FOR CHARACTERS BEFORE INITIAL '/'.
           IF ws-dup-len GREATER 0 AND ws-dup-len LESS 40
               MOVE SPACES TO ws-dup-wrk(ws-dup-len + 1:).

           PERFORM DUP-SUFFIX 1 TIMES.

           MOVE SPACES TO ws-dup-out.
           MOVE 0 TO ws-dup-olen.
           MOVE 1 TO ind-dchr.
           PERFORM DUP-KEEP-CHAR 1 TIMES.
           EXIT.

      *    As many suffixes as there are - AMAZON.CO.UK loses both.
       DUP-SUFFIX.
           MOVE 0 TO ws-dup-dot.
           MOVE 1 TO ind-dchr.
           PERFORM DUP-LAST-DOT 1 TIMES.
           IF ws-dup-dot GREATER 1 AND ws-dup-dot LESS 40
               MOVE ws-dup-wrk(ws-dup-dot + 1:) TO ws-dup-sfx
               IF ws-dup-sfx = 'COM' OR 'NET' OR 'ORG' OR 'INFO' OR
                               'BIZ' OR 'IO' OR 'CO' OR 'UK' OR
                               'IT' OR 'DE' OR 'FR' OR 'ES' OR
                               'EU' OR 'CH' OR 'US' OR 'GOV' OR 'EDU'
                   MOVE SPACES TO ws-dup-wrk(ws-dup-dot:)
                   GO TO DUP-SUFFIX.

       DUP-LAST-DOT.
           IF ind-dchr GREATER 40
               MOVE 1 TO ind-dchr
           ELSE
               IF ws-dup-wrk(ind-dchr:1) = '.'
                   MOVE ind-dchr TO ws-dup-dot
               END-IF
               ADD 1 TO ind-dchr
               GO TO DUP-LAST-DOT.

       DUP-KEEP-CHAR.
           IF ind-dchr GREATER 40
               MOVE 1 TO ind-dchr
           ELSE
               IF (ws-dup-wrk(ind-dchr:1) ALPHABETIC-UPPER AND
                   ws-dup-wrk(ind-dchr:1) NOT = SPACE) OR
                  ws-dup-wrk(ind-dchr:1) NUMERIC
                   ADD 1 TO ws-dup-olen
                   MOVE ws-dup-wrk(ind-dchr:1)
                       TO ws-dup-out(ws-dup-olen:1)
               END-IF
               ADD 1 TO ind-dchr
               GO TO DUP-KEEP-CHAR.


      * Take out what the previous audit run put on the list, and
      * every item already worked whatever put it there; pending
      * items with another reason stay.
       WL-PURGE.
           READ worklist NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF wl-status NOT = 'P' OR
                      wl-reason = 'PASSWORD REUSED' OR
                      wl-reason = 'EMPTY' OR
                      wl-reason = 'TOO SHORT' OR
                      wl-reason = 'ONE CHARACTER CLASS'
                       DELETE worklist INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
                   GO TO WL-PURGE
           END-READ.

      * Add one flagged entry to the worklist, pending. A key the
      * run already flagged (reused AND weak, say) or another job
      * already put on the list keeps its first reason - the entry
      * only needs working once.
       WL-ADD.
           IF ws-grant-limited NOT = 'Y'
               MOVE ws-wl-site TO wl-site
               MOVE ws-wl-account TO wl-account
               MOVE ws-wl-reason TO wl-reason
               MOVE 'P' TO wl-status
               WRITE wl-rec
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO ws-wl-flagged
               END-WRITE.
           EXIT.

      * Work-the-list mode, reached with 'v' on the menu: step
      * through the pending worklist entries, each one straight into
      * the modify screen, and mark it done when the password really
      * changed. Progress lives in the file, so a session can stop
      * with q and pick up where it left off tomorrow.
       WL-WORK.
           OPEN I-O worklist.
           IF fs-wl NOT = '00'
               CLOSE worklist
               DISPLAY scr
               DISPLAY sc-wl-empty
               ACCEPT OMITTED
               GO TO MAIN-MENU.

       WL-WORK-NEXT.
           READ worklist NEXT AT END
               CLOSE worklist
               MOVE 'N' TO ws-wl-active
               DISPLAY scr
               DISPLAY sc-wl-empty
               ACCEPT OMITTED
               GO TO MAIN-MENU.

           IF wl-status NOT = 'P'
               GO TO WL-WORK-NEXT.

      *    A category-limited operator only works the items they
      *    could look up - the rest are simply not shown.
           IF ws-grant-limited = 'Y'
               MOVE wl-site TO site-name
               MOVE wl-account TO account-label
               PERFORM GRANT-CHECK-KEY 1 TIMES
               IF ws-grant-ok NOT = 'Y'
                   GO TO WL-WORK-NEXT.

           MOVE wl-site TO ws-wl-site.
           MOVE wl-account TO ws-wl-account.
           MOVE wl-reason TO ws-wl-reason.
           MOVE SPACE TO wl-answer.
           DISPLAY scr.
           DISPLAY sc-wl-item.
           ACCEPT sc-wl-item.

           IF wl-answer = 'q' OR 'Q'
               CLOSE worklist
               MOVE 'N' TO ws-wl-active
               GO TO MAIN-MENU.

           IF wl-answer NOT = 'w' AND NOT = 'W'
           MOVE 'N' TO ws-wl-changed.
           GO TO WL-WORK-NEXT.

      *----------------------------------------------------------------
      * LINKED CREDENTIALS
      *----------------------------------------------------------------
      * Parent and dependent count of the entry in hand, for the
      * detail and modify screens. Only LINKS is read, so a list
      * browse keeps its place in INFORMATIONS.
       LN-LOAD.
           MOVE site-name TO ws-ln-walk-site.
           MOVE account-label TO ws-ln-walk-account.
           PERFORM LN-FIND-PARENT THRU LN-FIND-PARENT-OUT.
           IF ws-ln-found = 'Y'
               MOVE ln-par-site TO ws-ln-par-site
               MOVE ln-par-account TO ws-ln-par-account
           ELSE
               MOVE SPACES TO ws-ln-par-site, ws-ln-par-account.
           PERFORM LN-CHILDREN THRU LN-CHILDREN-OUT.
           EXIT.

      * The parent of ws-ln-walk-site/account, left in ln-rec with
      * ws-ln-found up - a scan, since the child is the minor half
      * of the key.
       LN-FIND-PARENT.
           MOVE 'N' TO ws-ln-found.
           MOVE LOW-VALUES TO ln-key.
           START links KEY NOT LESS ln-key
               INVALID KEY
                   GO TO LN-FIND-PARENT-OUT
           END-START.
       LN-FIND-PARENT-READ.
           READ links NEXT
               AT END
                   GO TO LN-FIND-PARENT-OUT
           END-READ.
           IF fs-ln NOT = '00'
               GO TO LN-FIND-PARENT-OUT.
           IF ln-chd-site = ws-ln-walk-site AND
              ln-chd-account = ws-ln-walk-account
               MOVE 'Y' TO ws-ln-found
               GO TO LN-FIND-PARENT-OUT.
           GO TO LN-FIND-PARENT-READ.
       LN-FIND-PARENT-OUT.
           EXIT.

      * Count the dependents of the entry in hand and keep the first
      * eight for the delete warning.
       LN-CHILDREN.
           MOVE 0 TO ws-ln-children.
           MOVE SPACES TO ws-ln-lines, ws-ln-more.
           MOVE site-name TO ln-par-site.
           MOVE account-label TO ln-par-account.
           MOVE LOW-VALUES TO ln-chd-site, ln-chd-account.
           START links KEY NOT LESS ln-key
               INVALID KEY
                   GO TO LN-CHILDREN-OUT
           END-START.
       LN-CHILDREN-READ.
           READ links NEXT
               AT END
                   GO TO LN-CHILDREN-OUT
           END-READ.
           IF fs-ln NOT = '00'
               GO TO LN-CHILDREN-OUT.
           IF ln-par-site NOT = site-name OR
              ln-par-account NOT = account-label
               GO TO LN-CHILDREN-OUT.
           ADD 1 TO ws-ln-children.
           IF ws-ln-children NOT GREATER 8
               MOVE ln-chd-site TO ln-line(ws-ln-children)(1:40)
               MOVE ln-chd-account TO ln-line(ws-ln-children)(42:20).
           GO TO LN-CHILDREN-READ.
       LN-CHILDREN-OUT.
           IF ws-ln-children GREATER 8
               COMPUTE ed-ln-more = ws-ln-children - 8
               STRING 'AND ' DELIMITED BY SIZE
                      ed-ln-more DELIMITED BY SIZE
                      ' MORE - THE LNKREPORT LISTS THEM ALL'
                          DELIMITED BY SIZE
                   INTO ws-ln-more.
           EXIT.

      * The parent typed on the modify screen must be another entry
      * that is on file, and must not already depend on this one,
      * however far up - ws-ln-msg says why not.
       LN-VALIDATE.
           MOVE SPACES TO ws-ln-msg.
           IF ws-ln-new-site = SPACES
               MOVE SPACES TO ws-ln-new-account
               GO TO LN-VALIDATE-OUT.
           IF ws-ln-new-site = ws-ln-par-site AND
              ws-ln-new-account = ws-ln-par-account
               GO TO LN-VALIDATE-OUT.
           IF ws-ln-new-site = site-name AND
              ws-ln-new-account = account-label
               MOVE 'AN ENTRY CANNOT DEPEND ON ITSELF' TO ws-ln-msg
               GO TO LN-VALIDATE-OUT.

      *    A keyed START only positions - the record in hand is not
      *    disturbed, and the key is put back before anything else.
           MOVE rec-key TO ws-ln-save.
           MOVE ws-ln-new-site TO site-name.
           MOVE ws-ln-new-account TO account-label.
           START informations KEY = rec-key
               INVALID KEY
                   MOVE 'NO SUCH PARENT ENTRY ON FILE' TO ws-ln-msg
           END-START.
           MOVE ws-ln-save TO rec-key.
           IF ws-ln-msg NOT = SPACES
               GO TO LN-VALIDATE-OUT.

           MOVE ws-ln-new-site TO ws-ln-walk-site.
           MOVE ws-ln-new-account TO ws-ln-walk-account.
           MOVE 0 TO ws-ln-depth.
       LN-VALIDATE-WALK.
           PERFORM LN-FIND-PARENT THRU LN-FIND-PARENT-OUT.
           IF ws-ln-found NOT = 'Y'
               GO TO LN-VALIDATE-OUT.
           IF ln-par-site = site-name AND
              ln-par-account = account-label
               MOVE 'THAT PARENT ALREADY DEPENDS ON THIS ENTRY'
                   TO ws-ln-msg
               GO TO LN-VALIDATE-OUT.
           ADD 1 TO ws-ln-depth.
           IF ws-ln-depth GREATER 20
               MOVE 'LINK CHAIN TOO DEEP - OVER 20 LEVELS' TO ws-ln-msg
               GO TO LN-VALIDATE-OUT.
           MOVE ln-par-site TO ws-ln-walk-site.
           MOVE ln-par-account TO ws-ln-walk-account.
           GO TO LN-VALIDATE-WALK.
       LN-VALIDATE-OUT.
           EXIT.

      * File the parent the modify screen left, once the entry itself
      * is rewritten: the old link goes, the new one comes, and each
      * is audited against the dependent entry.
       LN-SAVE.
           IF ws-ln-par-site NOT = SPACES
               MOVE ws-ln-par-site TO ln-par-site
               MOVE ws-ln-par-account TO ln-par-account
               MOVE site-name TO ln-chd-site
               MOVE account-label TO ln-chd-account
               DELETE links INVALID KEY CONTINUE
               END-DELETE
               MOVE 'UNLINK' TO ws-audit-action
               PERFORM AUDIT-WRITE 1 TIMES.
           IF ws-ln-new-site NOT = SPACES
               MOVE ws-ln-new-site TO ln-par-site
               MOVE ws-ln-new-account TO ln-par-account
               MOVE site-name TO ln-chd-site
               MOVE account-label TO ln-chd-account
               ACCEPT ln-date FROM DATE YYYYMMDD
               MOVE ws-audit-user TO ln-by
               WRITE ln-rec INVALID KEY
                   REWRITE ln-rec INVALID KEY CONTINUE
                   END-REWRITE
               END-WRITE
               MOVE 'LINK' TO ws-audit-action
               PERFORM AUDIT-WRITE 1 TIMES.
           EXIT.

      * The entry in hand has a new password: every entry signing on
      * through it goes on the WORKLIST as PARENT CHANGED. One
      * already pending keeps its first reason, the way WL-ADD
      * does; one worked before is opened again. In work-the-list
      * mode the file is already open, and the keyed reads here are
      * harmless because WL-MARK reads its own item by key again
      * before the loop moves on.
       LN-FLAG-CHILDREN.
           MOVE 'N' TO ws-ln-wl-opened.
           MOVE site-name TO ln-par-site.
           MOVE account-label TO ln-par-account.
           MOVE LOW-VALUES TO ln-chd-site, ln-chd-account.
           START links KEY NOT LESS ln-key
               INVALID KEY
                   GO TO LN-FLAG-CHILDREN-OUT
           END-START.
           IF ws-wl-active NOT = 'Y'
               OPEN I-O worklist
               IF fs-wl NOT = '00'
                   CLOSE worklist
                   OPEN OUTPUT worklist
                   CLOSE worklist
                   OPEN I-O worklist
               END-IF
               MOVE 'Y' TO ws-ln-wl-opened.
       LN-FLAG-CHILDREN-READ.
           READ links NEXT
               AT END
                   GO TO LN-FLAG-CHILDREN-OUT
           END-READ.
           IF fs-ln NOT = '00'
               GO TO LN-FLAG-CHILDREN-OUT.
           IF ln-par-site NOT = site-name OR
              ln-par-account NOT = account-label
               GO TO LN-FLAG-CHILDREN-OUT.
           MOVE ln-chd-site TO wl-site.
           MOVE ln-chd-account TO wl-account.
           MOVE 'PARENT CHANGED' TO wl-reason.
           MOVE 'P' TO wl-status.
           WRITE wl-rec
               INVALID KEY
                   READ worklist
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF wl-status NOT = 'P'
                               MOVE 'PARENT CHANGED' TO wl-reason
                               MOVE 'P' TO wl-status
                               REWRITE wl-rec INVALID KEY CONTINUE
                               END-REWRITE
                           END-IF
                   END-READ
           END-WRITE.
           GO TO LN-FLAG-CHILDREN-READ.
       LN-FLAG-CHILDREN-OUT.
           IF ws-ln-wl-opened = 'Y'
               CLOSE worklist
               MOVE 'N' TO ws-ln-wl-opened.
           EXIT.

      * Who holds the entry on the detail screen, if anyone - the
      * holder line every other operator opening it is shown.
       CO-LOAD.
           MOVE 'N' TO ws-co-held.
           MOVE SPACES TO ws-co-holder, ws-co-show.
           MOVE site-name TO co-site.
           MOVE account-label TO co-account.
           READ checkout
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO ws-co-held
                   MOVE co-op TO ws-co-holder
                   STRING 'CHECKED OUT BY ' DELIMITED BY SIZE
                          co-op DELIMITED BY SPACE
                          ' SINCE ' DELIMITED BY SIZE
                          co-since-date DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          co-since-time DELIMITED BY SIZE
                          ' DUE BACK ' DELIMITED BY SIZE
                          co-due-date DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          co-due-time DELIMITED BY SIZE
                          ' - ' DELIMITED BY SIZE
                          co-reason DELIMITED BY SIZE
                      INTO ws-co-show
           END-READ.
           EXIT.

      * 'c' on the detail screen. An entry that is in is checked out
      * to the signed-on operator - a roster id, so master, which is
      * nobody in particular, cannot take one out. An entry that is
      * out is checked back in by its holder, or by master for a
      * holder who is not coming back, and either way it goes
      * straight into the modify screen to be rotated.
       CO-ACTION.
           IF inquiry-mode
               MOVE ' READ-ONLY SESSION - NO CHECK-OUT ' TO ws-co-msg
               GO TO CO-SAY.
           IF ws-co-held = 'Y'
               GO TO CO-CHECKIN.
           IF ws-is-master = 'Y'
               MOVE ' CHECK-OUT NEEDS A NAMED OPERATOR SIGN-ON '
                   TO ws-co-msg
               GO TO CO-SAY.

           MOVE SPACES TO ws-co-reason.
           MOVE 0 TO ws-co-due-date, ws-co-due-time.
           MOVE SPACE TO co-answer.
           DISPLAY scr.
           DISPLAY sc-checkout.
           ACCEPT sc-checkout.
           IF co-answer NOT = 'y' AND NOT = 'Y'
               GO TO SEE-RESEARCH.

           IF ws-co-reason = SPACES
               MOVE ' A TICKET OR REASON IS REQUIRED ' TO ws-co-msg
               GO TO CO-SAY.
           ACCEPT ws-co-now-date FROM DATE YYYYMMDD.
           ACCEPT ws-co-now-time FROM TIME.
           IF ws-co-due-date = 0
               MOVE ws-co-now-date TO ws-co-due-date.
           IF ws-co-due-time = 0
               MOVE 2359 TO ws-co-due-time.
           IF ws-co-due-date LESS ws-co-now-date OR
              FUNCTION TEST-DATE-YYYYMMDD(ws-co-due-date) NOT = 0 OR
              ws-co-due-time GREATER 2359 OR
              FUNCTION MOD(ws-co-due-time, 100) GREATER 59
               MOVE ' RETURN BY MUST BE A VALID DATE AND TIME AHEAD '
                   TO ws-co-msg
               GO TO CO-SAY.

           MOVE site-name TO co-site.
           MOVE account-label TO co-account.
           MOVE ws-audit-user TO co-op.
           MOVE ws-co-now-date TO co-since-date.
           MOVE ws-co-now-time(1:4) TO co-since-time.
           MOVE ws-co-due-date TO co-due-date.
           MOVE ws-co-due-time TO co-due-time.
           MOVE ws-co-reason TO co-reason.
           WRITE co-rec INVALID KEY
               MOVE ' ALREADY CHECKED OUT - NOT RECORDED ' TO ws-co-msg
               GO TO CO-SAY.

           MOVE 'CHECKOUT' TO ws-audit-action.
           PERFORM AUDIT-WRITE 1 TIMES.
           GO TO SEE-RESEARCH.

       CO-SAY.
           DISPLAY sc-co-msg.
           ACCEPT OMITTED.
           GO TO SEE-RESEARCH.

      * Is the entry on the detail screen restricted? The banner
      * under the detail says so, and by whom and when.
       RS-LOAD.
           MOVE 'N' TO ws-rs-restricted.
           MOVE SPACES TO ws-rs-show.
           MOVE site-name TO rs-site.
           MOVE account-label TO rs-account.
           READ restrict
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO ws-rs-restricted
                   STRING 'RESTRICTED BY ' DELIMITED BY SIZE
                          rs-by DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          rs-date DELIMITED BY SIZE
                          ' - v, k, o, h, MODIFY AND DELETE NEED A '
                              DELIMITED BY SIZE
                          'SECOND OPERATOR' DELIMITED BY SIZE
                      INTO ws-rs-show
           END-READ.
           EXIT.

      * Custodian line on the detail screen.
       CU-LOAD.
           MOVE SPACES TO ws-cu-op, ws-cu-state.
           MOVE 'N' TO ws-cu-found.
           MOVE site-name TO cu-site.
           MOVE account-label TO cu-account.
           READ custody
               INVALID KEY
                   MOVE '(NONE)' TO ws-cu-state
               NOT INVALID KEY
                   MOVE 'Y' TO ws-cu-found
                   MOVE cu-op TO ws-cu-op
                   MOVE cu-op TO ws-cu-new
                   PERFORM CU-ROSTER-CHECK 1 TIMES
                   IF cu-op = SPACES
                       MOVE '(NONE)' TO ws-cu-state
                   ELSE
                       IF ws-cu-live NOT = 'Y'
                           MOVE '(ORPHANED)' TO ws-cu-state
                       END-IF
                   END-IF
           END-READ.
           EXIT.

      * Is ws-cu-new a live roster operator?
       CU-ROSTER-CHECK.
           MOVE 'N' TO ws-cu-live.
           OPEN INPUT operators.
           IF fs-oper = '00'
               MOVE ws-cu-new TO op-id
               READ operators
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO ws-cu-live
               END-READ.
           CLOSE operators.
           EXIT.

      * A roster operator who stores a new entry is its custodian
      * until somebody says otherwise.
       CU-INSERT.
           MOVE site-name TO cu-site.
           MOVE account-label TO cu-account.
           MOVE ws-audit-user TO cu-op.
           MOVE 0 TO cu-att-cycle, cu-att-date.
           MOVE SPACES TO cu-att-action, cu-att-by.
           WRITE cu-rec INVALID KEY
               REWRITE cu-rec
           END-WRITE.
           EXIT.

      * 'u' on the detail screen hands the entry to another roster
      * operator. Master may set anybody's; a custodian may hand on
      * their own. The attestation stamp is kept - a handed-on entry
      * already attested this cycle does not fall due again.
       CU-SET.
           IF inquiry-mode OR (ws-is-master NOT = 'Y' AND
                               ws-cu-op NOT = ws-audit-user)
               MOVE ' ONLY MASTER OR THE CUSTODIAN MAY HAND IT ON '
                   TO ws-rs-msg
               GO TO RS-SAY.

           MOVE ws-cu-op TO ws-cu-new.
           MOVE SPACE TO cu-answer.
           DISPLAY scr.
           DISPLAY sc-custodian.
           ACCEPT sc-custodian.
           IF cu-answer NOT = 'y' AND NOT = 'Y'
               GO TO SEE-RESEARCH.
           PERFORM CU-ROSTER-CHECK 1 TIMES.
           IF ws-cu-live NOT = 'Y'
               MOVE ' NO SUCH OPERATOR ON THE ROSTER ' TO ws-rs-msg
               GO TO RS-SAY.

           MOVE site-name TO cu-site.
           MOVE account-label TO cu-account.
           READ custody
               INVALID KEY
                   MOVE 0 TO cu-att-cycle, cu-att-date
                   MOVE SPACES TO cu-att-action, cu-att-by
                   MOVE ws-cu-new TO cu-op
                   WRITE cu-rec INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE ws-cu-new TO cu-op
                   REWRITE cu-rec INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.
           MOVE 'CUSTODIAN' TO ws-audit-action.
           PERFORM AUDIT-WRITE 1 TIMES.
           GO TO SEE-RESEARCH.

      * 'j' on the menu: the access review. Shows the cycle in force;
      * master opens the next one with its due date, and anyone with
      * a write session works through the entries they attest - their
      * own as custodian, or for master the orphaned ones and then
      * every entry that has no custody record at all.
       ATT-MENU.
           PERFORM ATT-CYCLE-LOAD 1 TIMES.
           MOVE 0 TO ws-rc-new-due.
           MOVE SPACE TO att-answer.
           DISPLAY scr.
           DISPLAY sc-att-menu.
           ACCEPT sc-att-menu.

           IF att-answer = 'n' OR 'N'
               GO TO ATT-OPEN-CYCLE.
           IF att-answer = 'a' OR 'A'
               GO TO ATT-WORK.
           GO TO MAIN-MENU.

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

       ATT-OPEN-CYCLE.
           IF ws-is-master NOT = 'Y' OR inquiry-mode
               MOVE ' ONLY MASTER OPENS A REVIEW CYCLE ' TO ws-att-msg
               GO TO ATT-SAY.
           ACCEPT ws-att-today FROM DATE YYYYMMDD.
           IF ws-rc-new-due NOT GREATER ws-att-today OR
              FUNCTION TEST-DATE-YYYYMMDD(ws-rc-new-due) NOT = 0
               MOVE ' THE DUE DATE MUST BE A VALID DATE AHEAD '
                   TO ws-att-msg
               GO TO ATT-SAY.

           ADD 1 TO rc-cycle.
           MOVE ws-att-today TO rc-opened.
           MOVE ws-rc-new-due TO rc-due.
           MOVE ws-audit-user TO rc-by.
           OPEN OUTPUT review-cycle.
           MOVE SPACES TO rc-line.
           MOVE ws-rc-rec TO rc-line(1:27).
           WRITE rc-line.
           CLOSE review-cycle.
           MOVE 'ATTCYCLE' TO ws-audit-action.
           MOVE SPACES TO site-name, account-label.
           PERFORM AUDIT-WRITE 1 TIMES.
           GO TO ATT-MENU.

       ATT-SAY.
           DISPLAY sc-att-msg.
           ACCEPT OMITTED.
           GO TO ATT-MENU.

       ATT-WORK.
           IF rc-cycle = 0
               MOVE ' NO REVIEW CYCLE HAS BEEN OPENED ' TO ws-att-msg
               GO TO ATT-SAY.
           IF inquiry-mode
               MOVE ' READ-ONLY SESSION - NOTHING CAN BE ATTESTED '
                   TO ws-att-msg
               GO TO ATT-SAY.
           MOVE ws-is-master TO ws-att-orphans.
           MOVE 'C' TO ws-att-pass.
           MOVE 0 TO ws-att-done.
           MOVE LOW-VALUES TO cu-key.
           START custody KEY NOT LESS cu-key
               INVALID KEY
                   GO TO ATT-FREE-START.

      * Next entry due from this operator: theirs and not yet
      * attested in the cycle in force, still live and inside their
      * grants. Master is offered the orphans instead, and an entry
      * its custodian attested before being retired is an orphan
      * still - only master's own answer this cycle passes it by.
       ATT-NEXT.
           IF ws-att-pass = 'I'
               GO TO ATT-FREE-NEXT.
           READ custody NEXT AT END
               GO TO ATT-FREE-START.
           IF ws-att-orphans = 'Y'
               MOVE cu-op TO ws-cu-new
               PERFORM CU-ROSTER-CHECK 1 TIMES
               IF ws-cu-live = 'Y'
                   GO TO ATT-NEXT
               END-IF
               IF cu-att-cycle = rc-cycle AND
                  cu-att-by = ws-audit-user
                   GO TO ATT-NEXT
               END-IF
           ELSE
               IF cu-op NOT = ws-audit-user OR
                  cu-att-cycle = rc-cycle
                   GO TO ATT-NEXT.

           MOVE cu-site TO ws-att-site, site-name.
           MOVE cu-account TO ws-att-account, account-label.
           PERFORM GRANT-CHECK-KEY 1 TIMES.
           IF ws-grant-ok NOT = 'Y'
               GO TO ATT-NEXT.

      *    The informations read moved the custody position nowhere,
      *    but the record area must be this entry's again for the
      *    screen and the rewrite.
           MOVE ws-att-site TO cu-site.
           MOVE ws-att-account TO cu-account.
           READ custody INVALID KEY
               GO TO ATT-NEXT.
           MOVE cu-op TO ws-cu-op.
           MOVE SPACES TO ws-cu-new.
           MOVE SPACE TO att-answer.
           DISPLAY scr.
           DISPLAY sc-att-item.
           ACCEPT sc-att-item.

           IF att-answer = 'q' OR 'Q'
               GO TO ATT-END.
           IF att-answer = 'k' OR 'K'
               GO TO ATT-KEEP.
           IF att-answer = 'a' OR 'A'
               GO TO ATT-REASSIGN.
           IF att-answer = 'r' OR 'R'
               GO TO ATT-RETIRE.
           GO TO ATT-NEXT.

      * Master's second pass, once CUSTODY is done: the entries that
      * have never had a custody record - stored before custodians
      * were kept, or stored by master. The walk goes by key, started
      * afresh after the last one offered, since a retire in between
      * moves the informations position. Keep, reassign or retire
      * writes the entry's first custody record, so it is not offered
      * here again.
       ATT-FREE-START.
           IF ws-att-orphans NOT = 'Y'
               GO TO ATT-END.
           MOVE 'I' TO ws-att-pass.
           MOVE LOW-VALUES TO ws-att-site, ws-att-account.

       ATT-FREE-NEXT.
           MOVE ws-att-site TO site-name.
           MOVE ws-att-account TO account-label.
           START informations KEY GREATER rec-key
               INVALID KEY
                   GO TO ATT-END.
           READ informations NEXT AT END
               GO TO ATT-END.
           MOVE site-name TO ws-att-site, cu-site.
           MOVE account-label TO ws-att-account, cu-account.
           READ custody
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO ATT-FREE-NEXT
           END-READ.
           PERFORM GRANT-CHECK 1 TIMES.
           IF ws-grant-ok NOT = 'Y'
               GO TO ATT-FREE-NEXT.

           MOVE ws-att-site TO cu-site.
           MOVE ws-att-account TO cu-account.
           MOVE SPACES TO cu-op, cu-att-action, cu-att-by.
           MOVE 0 TO cu-att-cycle, cu-att-date.
           MOVE '(NONE)' TO ws-cu-op.
           MOVE SPACES TO ws-cu-new.
           MOVE SPACE TO att-answer.
           DISPLAY scr.
           DISPLAY sc-att-item.
           ACCEPT sc-att-item.

           IF att-answer = 'q' OR 'Q'
               GO TO ATT-END.
           IF att-answer = 'k' OR 'K'
               GO TO ATT-KEEP.
           IF att-answer = 'a' OR 'A'
               GO TO ATT-REASSIGN.
           IF att-answer = 'r' OR 'R'
               GO TO ATT-RETIRE.
           GO TO ATT-FREE-NEXT.

      * The record in hand goes back where it came from - rewritten
      * on the custody pass, written new on the second pass.
       ATT-CU-PUT.
           IF ws-att-pass = 'I'
               WRITE cu-rec INVALID KEY
                   REWRITE cu-rec
               END-WRITE
           ELSE
               REWRITE cu-rec INVALID KEY CONTINUE
               END-REWRITE.
           EXIT.

       ATT-KEEP.
           ACCEPT cu-att-date FROM DATE YYYYMMDD.
           MOVE rc-cycle TO cu-att-cycle.
           MOVE 'K' TO cu-att-action.
           MOVE ws-audit-user TO cu-att-by.
           PERFORM ATT-CU-PUT 1 TIMES.
           ADD 1 TO ws-att-done.
           MOVE ws-att-site TO site-name.
           MOVE ws-att-account TO account-label.
           MOVE 'ATTKEEP' TO ws-audit-action.
           PERFORM AUDIT-WRITE 1 TIMES.
           GO TO ATT-NEXT.

      *    A reassigned entry is not attested - it is now due from
      *    its new custodian.
       ATT-REASSIGN.
           PERFORM CU-ROSTER-CHECK 1 TIMES.
           IF ws-cu-live NOT = 'Y' OR ws-cu-new = cu-op
               MOVE ' NAME ANOTHER OPERATOR ON THE ROSTER '
                   TO ws-att-msg
               DISPLAY sc-att-msg
               ACCEPT OMITTED
               GO TO ATT-NEXT.
           MOVE ws-cu-new TO cu-op.
           PERFORM ATT-CU-PUT 1 TIMES.
           ADD 1 TO ws-att-done.
           MOVE ws-att-site TO site-name.
           MOVE ws-att-account TO account-label.
           MOVE 'ATTREASSGN' TO ws-audit-action.
           PERFORM AUDIT-WRITE 1 TIMES.
           GO TO ATT-NEXT.

      *    Out through the ordinary delete - the entry is shown for
      *    the usual s to confirm, a restricted one wants its second
      *    operator - and back in at ATT-RETIRED once it is in the
      *    bin.
       ATT-RETIRE.
           MOVE 'Y' TO ws-att-active.
           MOVE ws-att-site TO site-name.
           MOVE ws-att-account TO account-label.
           MOVE '1' TO del-answer.
           GO TO FIND-EXACT.

       ATT-RETIRED.
           MOVE 'N' TO ws-att-active.
           MOVE ws-att-site TO cu-site.
           MOVE ws-att-account TO cu-account.
      *    An entry from the second pass has no custody record yet;
      *    it gets one with no custodian, stamped retired.
           READ custody
               INVALID KEY
                   MOVE SPACES TO cu-op
                   ACCEPT cu-att-date FROM DATE YYYYMMDD
                   MOVE rc-cycle TO cu-att-cycle
                   MOVE 'R' TO cu-att-action
                   MOVE ws-audit-user TO cu-att-by
                   WRITE cu-rec INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ACCEPT cu-att-date FROM DATE YYYYMMDD
                   MOVE rc-cycle TO cu-att-cycle
                   MOVE 'R' TO cu-att-action
                   MOVE ws-audit-user TO cu-att-by
                   REWRITE cu-rec INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.
           ADD 1 TO ws-att-done.
           MOVE ws-att-site TO site-name.
           MOVE ws-att-account TO account-label.
           MOVE 'ATTRETIRE' TO ws-audit-action.
           PERFORM AUDIT-WRITE 1 TIMES.
           GO TO ATT-NEXT.

       ATT-END.
           MOVE SPACES TO site-name, account-label.
           DISPLAY scr.
           DISPLAY sc-att-end.
           ACCEPT OMITTED.
           GO TO MAIN-MENU.

      * 'x' on the detail screen marks the entry restricted, or
      * releases it. Master only, and never from a read-only session.
       RS-TOGGLE.
           IF ws-is-master NOT = 'Y' OR inquiry-mode
               MOVE ' ONLY A MASTER SESSION MAY RESTRICT OR RELEASE '
                   TO ws-rs-msg
               GO TO RS-SAY.

           MOVE site-name TO rs-site.
           MOVE account-label TO rs-account.
           IF ws-rs-restricted = 'Y'
               DELETE restrict INVALID KEY CONTINUE
               END-DELETE
               MOVE 'UNRESTRICT' TO ws-audit-action
           ELSE
               MOVE ws-audit-user TO rs-by
               ACCEPT rs-date FROM DATE YYYYMMDD
               WRITE rs-rec INVALID KEY CONTINUE
               END-WRITE
               MOVE 'RESTRICT' TO ws-audit-action.
           PERFORM AUDIT-WRITE 1 TIMES.
           GO TO SEE-RESEARCH.

       RS-SAY.
           DISPLAY sc-rs-msg.
           ACCEPT OMITTED.
           GO TO SEE-RESEARCH.

      * A protected action on a restricted entry from the detail
      * screen: co-sign first, then on to what was asked for. A
      * refused delete is a cancelled delete, as answering n is -
      * a walk that sent it carries on with its next entry.
       RS-GATE.
           PERFORM RS-COSIGN THRU RS-COSIGN-OUT.
           IF ws-cs-ok NOT = 'Y'
               IF ws-cs-code = 'DL'
                   MOVE '0' TO del-answer
                   MOVE SPACES TO answer, ws-rec, ws-recarr
                   GO TO RS-GATE-CANCEL
               ELSE
                   GO TO SEE-RESEARCH.

           IF ws-cs-code = 'RV'
               PERFORM REVEAL-NOTE 1 TIMES
               MOVE 'Y' TO ws-pasw-revealed
               PERFORM RS-REPAINT 1 TIMES
               GO TO SEE-RESEARCH-SHOW.
           IF ws-cs-code = 'TP'
               MOVE 'Y' TO ws-totp-shown
               PERFORM RS-REPAINT 1 TIMES
               GO TO SEE-RESEARCH-SHOW.
           IF ws-cs-code = 'NT'
               GO TO NOTES-EDIT.
           IF ws-cs-code = 'HS'
               GO TO HIST-VIEW.
           GO TO L-DELETE.

       RS-GATE-CANCEL.
           IF ws-att-active = 'Y'
               MOVE 'N' TO ws-att-active
               GO TO ATT-NEXT.
           IF ws-dup-active = 'Y'
               GO TO DUP-LOSER-NEXT.
           GO TO MAIN-MENU.

      * The detail frame again, without resetting what has been
      * revealed - the co-sign screen painted over it.
       RS-REPAINT.
           MOVE 9 TO ws-line.
           MOVE 1 TO ws-column.
           DISPLAY scr.
           DISPLAY row-high.
           PERFORM ADD-ROW-LEFT 14 TIMES.
           DISPLAY row-low.
           MOVE 9 TO ws-line.
           MOVE 120 TO ws-column.
           PERFORM ADD-ROW-RIGHT 14 TIMES.
           EXIT.

      * Take the second operator's id and password at this terminal.
      * They must be on the roster and must not be whoever is signed
      * on; a blank id backs out without a trace, a wrong answer
      * leaves a COSIGNBAD line. Their password is checked the way
      * the sign-on screen checks it - their stored positions against
      * the rotation their own password mixes - but in ws-cs-wheel.
       RS-COSIGN.
           MOVE 'N' TO ws-cs-ok.
           MOVE SPACES TO ws-cs-id, ws-cs-key.
           DISPLAY scr.
           DISPLAY sc-cosign.
           ACCEPT sc-cosign.
           IF ws-cs-id = SPACES
               GO TO RS-COSIGN-OUT.

           MOVE 'N' TO ws-cs-bad.
           IF ws-cs-id = ws-audit-user
               MOVE 'Y' TO ws-cs-bad
               MOVE ' THE SECOND OPERATOR MUST BE SOMEONE ELSE '
                   TO ws-rs-msg
               GO TO RS-COSIGN-FAIL.

           OPEN INPUT operators.
           IF fs-oper NOT = '00'
               CLOSE operators
               MOVE ' NO OPERATOR ROSTER ON THIS PROFILE '
                   TO ws-rs-msg
               GO TO RS-COSIGN-FAIL.
           MOVE ws-cs-id TO op-id.
           READ operators INVALID KEY
               MOVE 'Y' TO ws-cs-bad.
           IF ws-cs-bad = 'N'
               DISPLAY sc-cifgen
               CALL "MANAGERCIF"
               USING ws-arr-wheel, ws-cs-key, ws-cs-wheel,
                     ws-cs-start, ws-cif-fold
               END-CALL
               MOVE 1 TO ind-cs
               PERFORM RS-COSIGN-CHARS 1 TIMES.
           CLOSE operators.
           MOVE SPACES TO ws-cs-key.
           IF ws-cs-bad = 'Y'
               MOVE ' SECOND OPERATOR ID OR PASSWORD WRONG '
                   TO ws-rs-msg
               GO TO RS-COSIGN-FAIL.

           MOVE SPACES TO ws-audit-action.
           STRING ws-cs-code DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  ws-cs-id DELIMITED BY SIZE
              INTO ws-audit-action.
           PERFORM AUDIT-WRITE 1 TIMES.
           MOVE 'Y' TO ws-cs-ok.
           GO TO RS-COSIGN-OUT.

       RS-COSIGN-FAIL.
           MOVE SPACES TO ws-cs-key.
           MOVE 'COSIGNBAD' TO ws-audit-action.
           PERFORM AUDIT-WRITE 1 TIMES.
           DISPLAY sc-rs-msg.
           ACCEPT OMITTED.

       RS-COSIGN-OUT.
           EXIT.

       RS-COSIGN-CHARS.
           IF ind-cs GREATER 20
               MOVE 1 TO ind-cs
           ELSE
               IF op-psw(ind-cs) LESS THAN 1 OR
                  op-psw(ind-cs) GREATER THAN 85248
                   MOVE 'Y' TO ws-cs-bad
                   MOVE 1 TO ind-cs
               ELSE
                   MOVE op-psw(ind-cs) TO ind-csw
                   IF cs-wheel(ind-csw) NOT = ws-cs-key(ind-cs:1)
                       MOVE 'Y' TO ws-cs-bad
                   END-IF
                   ADD 1 TO ind-cs
                   GO TO RS-COSIGN-CHARS.

      * Check-in: the entry goes out through the modify screen with
      * the generator already run and the old password refused, and
      * the check-out record only goes once L-REWRITE has the new
      * password on file. The list and wildcard scans hold
      * INFORMATIONS open INPUT, and the rewrite needs it I-O, so
      * the scan is given up here the way 's' gives it up.
       CO-CHECKIN.
           IF ws-co-holder NOT = ws-audit-user AND
              ws-is-master NOT = 'Y'
               MOVE SPACES TO ws-co-msg
               STRING ' HELD BY ' DELIMITED BY SIZE
                      ws-co-holder DELIMITED BY SPACE
                      ' - ONLY THE HOLDER OR MASTER CHECKS IN '
                          DELIMITED BY SIZE
                  INTO ws-co-msg
               GO TO CO-SAY.

           MOVE site-name TO ws-co-site.
           MOVE account-label TO ws-co-account.
           IF list-answer = '1' OR wild-answer = '1'
               CLOSE informations
               PERFORM REOPEN-INFORMATIONS 1 TIMES.
           MOVE '0' TO list-answer, email-answer, wild-answer,
                       del-answer.
           MOVE SPACES TO res-answer, ws-list-category,
                          ws-search-mail, ws-wild-search.
           MOVE ws-co-site TO site-name.
           MOVE ws-co-account TO account-label.
           READ informations INVALID KEY
                DISPLAY scr
                DISPLAY sc-notfound
                ACCEPT OMITTED
                MOVE SPACES TO site-name, account-label, ws-rec,
                               ws-recarr
                GO TO MAIN-MENU.

           MOVE 'Y' TO ws-co-rotate.
           MOVE '1' TO mod-answer.
           GO TO L-MODIFY.

      * Called from L-REWRITE once the rotated password is on file.
       CO-CLOSE.
           MOVE site-name TO co-site.
           MOVE account-label TO co-account.
           DELETE checkout INVALID KEY CONTINUE
           END-DELETE.
           MOVE 'CHECKIN' TO ws-audit-action.
           PERFORM AUDIT-WRITE 1 TIMES.
           MOVE 'N' TO ws-co-rotate.
           EXIT.

      * An entry that goes to the bin is nobody's to hold any more.
       CO-DROP.
           MOVE site-name TO co-site.
           MOVE account-label TO co-account.
           DELETE checkout INVALID KEY CONTINUE
           END-DELETE.
           EXIT.

      * Overdue check-outs ('o' on the menu): every check-out whose
      * return time has passed, in key order, with its holder, the
      * ticket and how many days late it is. The footer counts how
      * many are out altogether.
       CO-OVERDUE.
           OPEN OUTPUT report-file.
           ACCEPT ws-co-now-date FROM DATE YYYYMMDD.
           ACCEPT ws-co-now-time FROM TIME.
           MOVE ws-co-now-time(1:4) TO ws-co-now-hhmm.
           MOVE 0 TO ws-rep-count, ws-co-out.

           MOVE SPACES TO report-line.
           STRING 'OVERDUE CHECK-OUTS AS OF ' DELIMITED BY SIZE
                  ws-co-now-date DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ws-co-now-hhmm DELIMITED BY SIZE
              INTO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           MOVE 'SITE NAME' TO report-line(1:9).
           MOVE 'ACCOUNT' TO report-line(42:7).
           MOVE 'HOLDER' TO report-line(63:6).
           MOVE 'OUT SINCE' TO report-line(71:9).
           MOVE 'DUE BACK' TO report-line(85:8).
           MOVE 'LATE' TO report-line(101:4).
           MOVE 'TICKET / REASON' TO report-line(106:15).
           WRITE report-line.

           MOVE LOW-VALUES TO co-key.
           START checkout KEY NOT LESS co-key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CO-OVERDUE-READ 1 TIMES
           END-START.

           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           STRING 'CHECKED OUT: ' DELIMITED BY SIZE
                  ws-co-out DELIMITED BY SIZE
                  ' OVERDUE: ' DELIMITED BY SIZE
                  ws-rep-count DELIMITED BY SIZE
              INTO report-line.
           WRITE report-line.
           CLOSE report-file.
           DISPLAY scr.
           DISPLAY sc-report-done.
           ACCEPT OMITTED.
           MOVE 0 TO ws-rep-count.
           GO TO MAIN-MENU.

       CO-OVERDUE-READ.
           READ checkout NEXT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO ws-grant-ok
                   IF ws-grant-limited = 'Y'
                       MOVE co-site TO site-name
                       MOVE co-account TO account-label
                       PERFORM GRANT-CHECK-KEY 1 TIMES
                   END-IF
                   IF ws-grant-ok = 'Y'
                       ADD 1 TO ws-co-out
                       IF co-due-date LESS ws-co-now-date OR
                          (co-due-date = ws-co-now-date AND
                           co-due-time LESS ws-co-now-hhmm)
                           PERFORM CO-OVERDUE-LINE 1 TIMES
                       END-IF
                   END-IF
                   GO TO CO-OVERDUE-READ
           END-READ.

       CO-OVERDUE-LINE.
           MOVE 0 TO ws-co-late.
           IF FUNCTION TEST-DATE-YYYYMMDD(co-due-date) = 0
               COMPUTE ws-co-late =
                       FUNCTION INTEGER-OF-DATE(ws-co-now-date)
                     - FUNCTION INTEGER-OF-DATE(co-due-date).
           MOVE SPACES TO report-line.
           MOVE co-site TO report-line(1:40).
           MOVE co-account TO report-line(42:20).
           MOVE co-op TO report-line(63:7).
           MOVE co-since-date TO report-line(71:8).
           MOVE co-since-time TO report-line(80:4).
           MOVE co-due-date TO report-line(85:8).
           MOVE co-due-time TO report-line(94:4).
           MOVE ws-co-late TO report-line(99:6).
           MOVE co-reason(1:26) TO report-line(106:26).
           WRITE report-line.
           ADD 1 TO ws-rep-count.
           EXIT.

       REKEY-ASK.
           DISPLAY scr.
           DISPLAY sc-rekey.
               OPEN I-O deleted-informations
               GO TO MAIN-MENU.

           IF ws-grant-limited = 'Y'
               PERFORM GRANT-PEEK-BIN 1 TIMES
               PERFORM GRANT-TEST 1 TIMES
               IF ws-grant-ok NOT = 'Y'
                   GO TO BIN-BROWSE-READ.

           DISPLAY scr.
           DISPLAY sc-bin-rec.
           ACCEPT sc-bin-rec.
