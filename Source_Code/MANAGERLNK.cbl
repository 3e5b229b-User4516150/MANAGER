      ******************************************************************
      * Author:
      * Date:
      * Purpose: Dependency-tree report. MANAGER lets an entry name
      *          the entry it signs on through (an SSO account, a
      *          shared mailbox) on its modify screen, and keeps the
      *          links on the LINKS file. This batch prints the
      *          LNKREPORT for a profile: every parent that depends
      *          on nothing itself, with the entries that depend on
      *          it indented beneath, and theirs beneath those, ten
      *          levels deep. An end of a link that is no longer in
      *          INFORMATIONS - sitting in the bin, or purged - is
      *          marked NOT ON FILE, and a link that cannot be
      *          reached from any top parent is listed at the end as
      *          part of a loop. Nothing is deciphered and no master
      *          key is asked for: LINKS and the INFORMATIONS keys
      *          are clear, and nothing is written into any vault
      *          file. Return code 0 clean, 4 when anything was
      *          marked, 8 when the run could not be made.
      * Tectonics: GNU-COBOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGERLNK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Files are ASSIGN TO DYNAMIC so PROFILE-BUILD-NAMES can point
      *each one at the chosen profile's own file set.
           SELECT informations ASSIGN TO DYNAMIC ws-informations-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS rec-key
                                         FILE STATUS IS fs.
           SELECT links ASSIGN TO DYNAMIC ws-links-file
                                         ORGANIZATION INDEXED
                                         ACCESS DYNAMIC
                                         RECORD KEY IS ln-key
                                         FILE STATUS IS fs-ln.
           SELECT lnk-report ASSIGN TO 'LNKREPORT'
                                         ORGANIZATION LINE SEQUENTIAL
                                         FILE STATUS IS fs-lnkrep.

       DATA DIVISION.
       FILE SECTION.
       FD informations.
       COPY MANAGER_INFOREC.

      * Parent first, then the dependent - the layout MANAGER.cbl
      * keeps.
       FD links.
       01 ln-rec.
         02 ln-key.
           03 ln-parent.
             04 ln-par-site PIC X(40).
             04 ln-par-account PIC X(20).
           03 ln-child.
             04 ln-chd-site PIC X(40).
             04 ln-chd-account PIC X(20).
         02 ln-date PIC 9(8).
         02 ln-by PIC X(7).

       FD lnk-report.
       01 lnk-report-line PIC X(132).


       WORKING-STORAGE SECTION.
       77 ws-profile-name PIC X(8) VALUE SPACES.
       77 ws-informations-file PIC X(40) VALUE 'INFORMATIONS'.
       77 ws-links-file PIC X(40) VALUE 'LINKS'.

       77 fs PIC X(2).
       77 fs-ln PIC X(2).
       77 fs-lnkrep PIC X(2).

       77 ws-prof-disp PIC X(8) VALUE SPACES.
       77 ws-today-date PIC 9(8) VALUE ZERO.
       77 ws-links-open PIC X VALUE 'N'.
       77 ws-lnk-full PIC X VALUE 'N'.

      * Every link, in file order - grouped by parent, since the
      * parent leads the key. lnk-seen goes up once the tree walk
      * has printed the link.
       77 ws-lnk-count PIC 9(4) VALUE ZERO.
       77 ind-lnk PIC 9(4) VALUE 1.
       77 ind-chk PIC 9(4) VALUE 1.
       77 ind-deep PIC 9(4) VALUE 1.
       01 ws-lnk-table.
         02 lnk-entry OCCURS 2000.
           03 lnk-parent PIC X(60).
           03 lnk-child PIC X(60).
           03 lnk-seen PIC X.

      * The walk down from one top parent: the node at each level
      * and where its search for the next dependent picks up.
       77 ws-depth PIC 99 VALUE 0.
       77 ws-is-root PIC X VALUE 'N'.
       77 ws-deep-more PIC X VALUE 'N'.
       01 ws-stack.
         02 stk-entry OCCURS 11.
           03 stk-key PIC X(60).
           03 stk-pos PIC 9(4).

      * The node being printed.
       77 ws-node PIC X(60) VALUE SPACES.
       77 ws-node-depth PIC 99 VALUE 0.
       77 ws-node-col PIC 9(3) VALUE 1.
       77 ws-node-note PIC X(30) VALUE SPACES.

      * Totals over the profile.
       77 ws-tot-tops PIC 9(6) VALUE ZERO.
       77 ws-tot-missing PIC 9(6) VALUE ZERO.
       77 ws-tot-loop PIC 9(6) VALUE ZERO.
       77 ws-tot-deep PIC 9(6) VALUE ZERO.

      * Edited fields for the report lines.
       77 ed-count PIC ZZZZZ9.
       77 ed-count2 PIC ZZZZZ9.
       77 ed-count3 PIC ZZZZZ9.
       77 ed-count4 PIC ZZZZZ9.

      * The return code a job stream tests: 0 the run did what it
      * was asked, 4 it did but found something to look at, 8 it
      * did not. A run that leaves early has failed unless the exit
      * says otherwise; the value is handed over last thing, since
      * a CALL resets RETURN-CODE.
       77 ws-run-rc PIC 9 VALUE 8.

       PROCEDURE DIVISION.

       MAINLINE.
           DISPLAY 'MANAGERLNK - LINKED CREDENTIALS DEPENDENCY TREE'.
           DISPLAY 'PROFILE (BLANK = DEFAULT): ' WITH NO ADVANCING.
           ACCEPT ws-profile-name.
           PERFORM PROFILE-BUILD-NAMES 1 TIMES.
           IF ws-profile-name = SPACES
               MOVE 'DEFAULT' TO ws-prof-disp
           ELSE
               MOVE ws-profile-name TO ws-prof-disp.

           OPEN INPUT informations.
           IF fs NOT = '00'
               DISPLAY 'NO VAULT FOUND FOR ' ws-prof-disp
               MOVE 8 TO ws-run-rc
               GO TO END-PROGRAM.

           ACCEPT ws-today-date FROM DATE YYYYMMDD.

      *    No links file yet just means no entry depends on another.
           OPEN INPUT links.
           IF fs-ln = '00'
               MOVE 'Y' TO ws-links-open
               MOVE LOW-VALUES TO ln-key
               START links KEY NOT LESS ln-key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM LNK-LOAD 1 TIMES
               END-START.

           OPEN OUTPUT lnk-report.
           IF fs-lnkrep NOT = '00'
               DISPLAY 'CANNOT WRITE LNKREPORT - NOTHING REPORTED.'
               MOVE 8 TO ws-run-rc
               GO TO END-PROGRAM.
           PERFORM LNK-HEADER 1 TIMES.

           IF ws-lnk-count = 0
               MOVE SPACES TO lnk-report-line
               MOVE '    NO LINKS ON FILE' TO lnk-report-line
               WRITE lnk-report-line
           ELSE
               MOVE 1 TO ind-lnk
               PERFORM LNK-TOPS 1 TIMES
               MOVE 1 TO ind-lnk
               PERFORM LNK-LOOPS 1 TIMES.

           PERFORM LNK-SUMMARY 1 TIMES.

           CLOSE lnk-report.
           CLOSE informations.
           IF ws-links-open = 'Y'
               CLOSE links.
           DISPLAY 'LNKREPORT WRITTEN - ' ws-lnk-count ' LINK(S), '
                   ws-tot-missing ' NOT ON FILE'.
           MOVE 0 TO ws-run-rc.
           IF ws-tot-missing GREATER 0 OR ws-tot-loop GREATER 0
                                       OR ws-tot-deep GREATER 0
                                       OR ws-lnk-full = 'Y'
               MOVE 4 TO ws-run-rc.
           GO TO END-PROGRAM.

       LNK-LOAD.
           READ links NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF ws-lnk-count LESS 2000
                       ADD 1 TO ws-lnk-count
                       MOVE ln-parent TO lnk-parent(ws-lnk-count)
                       MOVE ln-child TO lnk-child(ws-lnk-count)
                       MOVE 'N' TO lnk-seen(ws-lnk-count)
                       GO TO LNK-LOAD
                   ELSE
                       MOVE 'Y' TO ws-lnk-full
                   END-IF
           END-READ.

       LNK-HEADER.
           MOVE SPACES TO lnk-report-line.
           STRING 'DEPENDENCY TREE - PROFILE ' DELIMITED BY SIZE
                  ws-prof-disp DELIMITED BY SIZE
                  '   RUN: ' DELIMITED BY SIZE
                  ws-today-date DELIMITED BY SIZE
              INTO lnk-report-line.
           WRITE lnk-report-line.
           MOVE SPACES TO lnk-report-line.
           MOVE 'EACH ENTRY IS FOLLOWED BY THE ENTRIES THAT SIGN ON'
               TO lnk-report-line.
           MOVE ' THROUGH IT, ONE LEVEL IN PER STEP'
               TO lnk-report-line(51:34).
           WRITE lnk-report-line.
           IF ws-lnk-full = 'Y'
               MOVE SPACES TO lnk-report-line
               MOVE 'MORE THAN 2000 LINKS - ONLY THE FIRST 2000 SHOWN'
                   TO lnk-report-line
               WRITE lnk-report-line.
           MOVE SPACES TO lnk-report-line.
           WRITE lnk-report-line.
           MOVE SPACES TO lnk-report-line.
           MOVE 'SITE' TO lnk-report-line(1:4).
           MOVE 'ACCOUNT' TO lnk-report-line(42:7).
           WRITE lnk-report-line.
           EXIT.

      *----------------------------------------------------------------
      * TOP PARENTS: the first link of each parent group, where that
      * parent depends on nothing itself, starts a tree.
      *----------------------------------------------------------------
       LNK-TOPS.
           IF ind-lnk GREATER ws-lnk-count
               MOVE 1 TO ind-lnk
           ELSE
               IF ind-lnk = 1
                   PERFORM LNK-TOP-CHECK 1 TIMES
               ELSE
                   IF lnk-parent(ind-lnk) NOT = lnk-parent(ind-lnk - 1)
                       PERFORM LNK-TOP-CHECK 1 TIMES
                   END-IF
               END-IF
               ADD 1 TO ind-lnk
               GO TO LNK-TOPS.

       LNK-TOP-CHECK.
           MOVE 'Y' TO ws-is-root.
           MOVE 1 TO ind-chk.
           PERFORM LNK-ROOT-SCAN 1 TIMES.
           IF ws-is-root = 'Y'
               ADD 1 TO ws-tot-tops
               PERFORM LNK-TREE THRU LNK-TREE-OUT.
           EXIT.

       LNK-ROOT-SCAN.
           IF ind-chk GREATER ws-lnk-count
               MOVE 1 TO ind-chk
           ELSE
               IF lnk-child(ind-chk) = lnk-parent(ind-lnk)
                   MOVE 'N' TO ws-is-root
                   MOVE 1 TO ind-chk
               ELSE
                   ADD 1 TO ind-chk
                   GO TO LNK-ROOT-SCAN.

      * Walk one tree depth first from the parent of link ind-lnk.
      * The stack holds the node at each level and the table slot
      * its search for dependents resumes from.
       LNK-TREE.
           MOVE SPACES TO lnk-report-line.
           WRITE lnk-report-line.
           MOVE lnk-parent(ind-lnk) TO ws-node.
           MOVE 0 TO ws-node-depth.
           PERFORM LNK-NODE 1 TIMES.
           MOVE 1 TO ws-depth.
           MOVE lnk-parent(ind-lnk) TO stk-key(1).
           MOVE 1 TO stk-pos(1).
       LNK-TREE-STEP.
           IF ws-depth = 0
               GO TO LNK-TREE-OUT.
           MOVE stk-pos(ws-depth) TO ind-chk.
           PERFORM LNK-NEXT-CHILD 1 TIMES.
           IF ind-chk GREATER ws-lnk-count
               SUBTRACT 1 FROM ws-depth
               GO TO LNK-TREE-STEP.

           COMPUTE stk-pos(ws-depth) = ind-chk + 1.
           MOVE 'Y' TO lnk-seen(ind-chk).
           MOVE lnk-child(ind-chk) TO ws-node.
           MOVE ws-depth TO ws-node-depth.
           PERFORM LNK-NODE 1 TIMES.
           IF ws-depth LESS 10
               ADD 1 TO ws-depth
               MOVE lnk-child(ind-chk) TO stk-key(ws-depth)
               MOVE 1 TO stk-pos(ws-depth)
           ELSE
               PERFORM LNK-DEEP-CHECK 1 TIMES.
           GO TO LNK-TREE-STEP.
       LNK-TREE-OUT.
           EXIT.

      * The next link from ind-chk on whose parent is the node at
      * this level; ind-chk ends past the table when there is none.
       LNK-NEXT-CHILD.
           IF ind-chk NOT GREATER ws-lnk-count
               IF lnk-parent(ind-chk) NOT = stk-key(ws-depth)
                   ADD 1 TO ind-chk
                   GO TO LNK-NEXT-CHILD.

      * At the tenth level the walk stops going down; if the entry
      * there has dependents of its own, say so.
       LNK-DEEP-CHECK.
           MOVE 1 TO ind-deep.
           MOVE 'N' TO ws-deep-more.
           PERFORM LNK-DEEP-SCAN 1 TIMES.
           IF ws-deep-more = 'Y'
               ADD 1 TO ws-tot-deep
               MOVE SPACES TO lnk-report-line
               MOVE '... DEEPER LEVELS NOT SHOWN' TO
                   lnk-report-line(34:27)
               WRITE lnk-report-line.
           EXIT.

       LNK-DEEP-SCAN.
           IF ind-deep NOT GREATER ws-lnk-count
               IF lnk-parent(ind-deep) = ws-node
                   MOVE 'Y' TO ws-deep-more
               ELSE
                   ADD 1 TO ind-deep
                   GO TO LNK-DEEP-SCAN.

      * One line per node: indented three columns a level, and
      * marked when the entry is no longer in INFORMATIONS.
       LNK-NODE.
           MOVE SPACES TO ws-node-note.
           MOVE ws-node TO rec-key.
           READ informations
               INVALID KEY
                   MOVE 'NOT ON FILE - IN BIN OR GONE' TO ws-node-note
                   ADD 1 TO ws-tot-missing
           END-READ.
           COMPUTE ws-node-col = ws-node-depth * 3 + 1.
           MOVE SPACES TO lnk-report-line.
           IF ws-node-depth GREATER 0
               MOVE '+- ' TO lnk-report-line(ws-node-col - 3:3).
           MOVE ws-node(1:40) TO lnk-report-line(ws-node-col:40).
           MOVE ws-node(41:20) TO lnk-report-line(ws-node-col + 41:20).
           MOVE ws-node-note TO lnk-report-line(93:30).
           WRITE lnk-report-line.
           EXIT.

      *----------------------------------------------------------------
      * LINKS NO TREE REACHED: every parent in a loop depends on
      * another, so none of them is a top parent.
      *----------------------------------------------------------------
       LNK-LOOPS.
           IF ind-lnk GREATER ws-lnk-count
               MOVE 1 TO ind-lnk
           ELSE
               IF lnk-seen(ind-lnk) NOT = 'Y'
                   IF ws-tot-loop = 0
                       MOVE SPACES TO lnk-report-line
                       WRITE lnk-report-line
                       MOVE 'LINKS IN A LOOP - NOT UNDER ANY TOP PARENT'
                           TO lnk-report-line
                       WRITE lnk-report-line
                   END-IF
                   ADD 1 TO ws-tot-loop
                   MOVE SPACES TO lnk-report-line
                   MOVE lnk-parent(ind-lnk)(1:40)
                       TO lnk-report-line(1:40)
                   MOVE lnk-parent(ind-lnk)(41:20)
                       TO lnk-report-line(42:20)
                   MOVE '<- ' TO lnk-report-line(63:3)
                   MOVE lnk-child(ind-lnk)(1:40)
                       TO lnk-report-line(66:40)
                   MOVE lnk-child(ind-lnk)(41:20)
                       TO lnk-report-line(107:20)
                   WRITE lnk-report-line
               END-IF
               ADD 1 TO ind-lnk
               GO TO LNK-LOOPS.

       LNK-SUMMARY.
           MOVE SPACES TO lnk-report-line.
           WRITE lnk-report-line.
           MOVE ws-tot-tops TO ed-count.
           MOVE ws-lnk-count TO ed-count2.
           MOVE ws-tot-missing TO ed-count3.
           MOVE ws-tot-loop TO ed-count4.
           MOVE SPACES TO lnk-report-line.
           STRING 'TOP PARENTS: ' DELIMITED BY SIZE
                  ed-count DELIMITED BY SIZE
                  '   LINKS: ' DELIMITED BY SIZE
                  ed-count2 DELIMITED BY SIZE
                  '   NOT ON FILE: ' DELIMITED BY SIZE
                  ed-count3 DELIMITED BY SIZE
                  '   IN A LOOP: ' DELIMITED BY SIZE
                  ed-count4 DELIMITED BY SIZE
              INTO lnk-report-line.
           WRITE lnk-report-line.
           EXIT.

      * The default names are set first and the profile-suffixed
      * STRING block is guarded, never skipped over with EXIT - a
      * plain EXIT is a no-op and execution would fall straight
      * through into the STRING block.
       PROFILE-BUILD-NAMES.
           MOVE 'INFORMATIONS' TO ws-informations-file.
           MOVE 'LINKS' TO ws-links-file.

           IF ws-profile-name NOT = SPACES
               MOVE SPACES TO ws-informations-file
               STRING 'INFORMATIONS-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-informations-file
               MOVE SPACES TO ws-links-file
               STRING 'LINKS-' DELIMITED BY SIZE
                      ws-profile-name DELIMITED BY SPACE
                   INTO ws-links-file.
           EXIT.

       END-PROGRAM.
           MOVE ws-run-rc TO RETURN-CODE.
           STOP RUN.
       END PROGRAM MANAGERLNK.
