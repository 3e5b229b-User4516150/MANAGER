      *          PASS/FAIL per piece - without touching a single
      *          live file - so a snapshot quietly truncated by a
      *          full disk is caught long before a restore needs it.
      *          Return code 0 when the mode completed (for a drill,
      *          with every piece passing), 4 when there was nothing
      *          on the catalog to list, 8 otherwise.
      * Tectonics: GNU-COBOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 ws-ver-recs PIC 9(6) VALUE ZERO.
       77 ws-ver-bad PIC 9(6) VALUE ZERO.
       77 ws-ver-fail PIC X VALUE 'N'.
      * The return code a job stream tests: 0 the run did what it
      * was asked, 4 it did but found something to look at, 8 it
      * did not. A run that leaves early has failed unless the exit
      * says otherwise; the value is handed over last thing, since
      * a CALL resets RETURN-CODE.
       77 ws-run-rc PIC 9 VALUE 8.

       PROCEDURE DIVISION.

           IF ind-gen GREATER ws-gen-count
               CLOSE bak-catalog
               DISPLAY 'SNAPSHOT GENERATION ' ws-next-gen ' WRITTEN.'
               MOVE 0 TO ws-run-rc
               GO TO END-PROGRAM.

           MOVE SPACES TO catalog-line.
       RESTORE-COPY.
           IF ind-mem GREATER ws-member-count
               DISPLAY 'GENERATION ' ws-gen-disp ' RESTORED.'
               MOVE 0 TO ws-run-rc
               GO TO END-PROGRAM.

      *    A piece that did not exist when the snapshot was taken is
       LIST-GENS.
           IF ws-gen-count = 0
               DISPLAY 'NO GENERATIONS ON THE CATALOG.'
               MOVE 4 TO ws-run-rc
               GO TO END-PROGRAM.

           MOVE 1 TO ind-gen.

       LIST-GENS-LOOP.
           IF ind-gen GREATER ws-gen-count
               MOVE 0 TO ws-run-rc
               GO TO END-PROGRAM.

           DISPLAY 'GEN ' gen-no(ind-gen), '  ',
           IF ws-ver-bad = ZERO
               DISPLAY 'PASS INFORMATIONS PIECE - ' ws-ver-recs
                       ' RECORD(S) DECIPHER CLEANLY.'
               MOVE 0 TO ws-run-rc
           ELSE
               DISPLAY 'FAIL INFORMATIONS PIECE - ' ws-ver-bad
                       ' OF ' ws-ver-recs
           EXIT.

       END-PROGRAM.
           MOVE ws-run-rc TO RETURN-CODE.
           STOP RUN.
       END PROGRAM MANAGERBAK.
