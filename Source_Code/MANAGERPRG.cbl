      *          Runs the same SETTINGS/WHEEL verification as MANAGER
      *          and takes the vault lock - it deletes from files a
      *          live session holds open.
      *          Return code 0 when the sweep ran (or there is no
      *          bin), 4 when no retention period was given, 8 when
      *          the run could not be made.
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

           ACCEPT ws-keep-days.
           IF ws-keep-days = ZERO
               DISPLAY 'NO RETENTION PERIOD - NOTHING PURGED.'
               MOVE 4 TO ws-run-rc
               GO TO END-PROGRAM.

           ACCEPT ws-today-date FROM DATE YYYYMMDD.
           OPEN I-O deleted-informations.
           IF fs-del NOT = '00'
               DISPLAY 'NO RECYCLE BIN ON THIS PROFILE.'
               MOVE 0 TO ws-run-rc
               GO TO END-PROGRAM.

           OPEN I-O deleted-notes.
           DISPLAY ws-purge-count, ' BIN ENTRY(S) PURGED, ',
                   ws-kept-count, ' KEPT.'.
           DISPLAY 'LISTING WRITTEN TO PRGREPORT.'.
           MOVE 0 TO ws-run-rc.
           GO TO END-PROGRAM.

      * Remove every DELNOTES line of the entry being purged - the
       END-PROGRAM.
           IF ws-lock-held = 'Y'
               CALL "CBL_DELETE_FILE" USING ws-vaultlock-file.
           MOVE ws-run-rc TO RETURN-CODE.
           STOP RUN.
       END PROGRAM MANAGERPRG.
