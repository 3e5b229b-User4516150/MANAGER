      *          entry per INFORMATIONS record.
      *          Runs the same SETTINGS/WHEEL verification as MANAGER,
      *          so a wrong master key stops before anything is read.
      *          Return code 0 when EMAILIDX matches (or was
      *          rebuilt), 4 when the check found missing, orphaned
      *          or stale entries, 8 when the run could not be made.
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

           DISPLAY ws-miss-count, ' MISSING, ', ws-orphan-count,
                   ' ORPHANED, ', ws-stale-count, ' STALE ENTRIES.'.
           DISPLAY 'LISTING WRITTEN TO IDXREPORT.'.
           MOVE 0 TO ws-run-rc.
           IF ws-miss-count GREATER 0 OR ws-orphan-count GREATER 0 OR
              ws-stale-count GREATER 0
               MOVE 4 TO ws-run-rc.
           GO TO END-PROGRAM.

      *----------------------------------------------------------------

           CLOSE informations, email-index, audit-log.
           DISPLAY ws-rebuilt-count, ' INDEX ENTRIES REBUILT.'.
           MOVE 0 TO ws-run-rc.
           GO TO END-PROGRAM.

       CHECK-WRITE-MISS.
       END-PROGRAM.
           IF ws-lock-held = 'Y'
               CALL "CBL_DELETE_FILE" USING ws-vaultlock-file.
           MOVE ws-run-rc TO RETURN-CODE.
           STOP RUN.
       END PROGRAM MANAGERIDX.
