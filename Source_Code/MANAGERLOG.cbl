      *          An archive re-stamps the kept tail from a fresh
      *          chain start (its predecessors have left the file);
      *          the archived lines keep their original values.
      *          Return code 0 when the archive ran or the chain is
      *          intact, 4 when there was no log to work on, 8 on a
      *          broken chain or a run that could not be made.
      * Tectonics: GNU-COBOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
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

           OPEN INPUT audit-log.
           IF fs-audit NOT = '00'
               DISPLAY 'NO AUDIT LOG FOUND - NOTHING ARCHIVED.'
               MOVE 4 TO ws-run-rc
               GO TO END-PROGRAM.

           OPEN OUTPUT arch-file.
               CALL "CBL_DELETE_FILE" USING ws-work-file
               DISPLAY 'NOTHING OLDER THAN ' ws-cut-date
                       ' - LOG LEFT AS IT WAS.'
               MOVE 0 TO ws-run-rc
               GO TO END-PROGRAM.

      *    The live log is only touched here, after the whole split
               MOVE 1 TO ws-act-idx.
           IF ws-line-act = 'MODIFY'
               MOVE 2 TO ws-act-idx.
           IF ws-line-act = 'DELETE' OR 'CONSOLID'
               MOVE 3 TO ws-act-idx.
           IF ws-line-act = 'FIND'
               MOVE 4 TO ws-act-idx.
           DISPLAY ws-arch-count, ' LINE(S) ARCHIVED, ',
                   ws-keep-count, ' KEPT IN THE LIVE LOG.'.
           DISPLAY 'SUMMARY WRITTEN TO ARCREPORT.'.
           MOVE 0 TO ws-run-rc.
           GO TO END-PROGRAM.

       AUDIT-WRITE.
           OPEN INPUT audit-log.
           IF fs-audit NOT = '00'
               DISPLAY 'NO AUDIT LOG FOUND - NOTHING TO VERIFY.'
               MOVE 4 TO ws-run-rc
               GO TO END-PROGRAM.

           MOVE 0 TO ws-audit-chain, ws-vline-no, ws-legacy-count.
               CLOSE audit-log
               DISPLAY 'CHAIN INTACT - ' ws-vline-no ' LINE(S), '
                       ws-legacy-count ' LEGACY WITHOUT CHECK VALUE.'
               MOVE 0 TO ws-run-rc
               GO TO END-PROGRAM.

           ADD 1 TO ws-vline-no.
       END-PROGRAM.
           IF ws-lock-held = 'Y'
               CALL "CBL_DELETE_FILE" USING ws-vaultlock-file.
           MOVE ws-run-rc TO RETURN-CODE.
           STOP RUN.
       END PROGRAM MANAGERLOG.
