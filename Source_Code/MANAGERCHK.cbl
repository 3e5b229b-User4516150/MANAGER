      *          session holds open.
      *          Runs the same SETTINGS/WHEEL verification as MANAGER,
      *          so a wrong master key stops before anything is read.
      *          Return code 0 when the vault is clean, 4 when
      *          orphans were found, 8 for records with bad cipher
      *          positions or a run that could not be made.
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

                   ' WITH BAD POSITIONS, ', ws-removed-count,
                   ' REMOVED.'.
           DISPLAY 'LISTING WRITTEN TO CHKREPORT.'.
      *    An orphan is something to look at; a record that would
      *    decipher to garbage is damage.
           MOVE 0 TO ws-run-rc.
           IF ws-orphan-count GREATER 0
               MOVE 4 TO ws-run-rc.
           IF ws-badpos-count GREATER 0
               MOVE 8 TO ws-run-rc.
           GO TO END-PROGRAM.

      * A companion key matches when it exists in INFORMATIONS or in
       END-PROGRAM.
           IF ws-lock-held = 'Y'
               CALL "CBL_DELETE_FILE" USING ws-vaultlock-file.
           MOVE ws-run-rc TO RETURN-CODE.
           STOP RUN.
       END PROGRAM MANAGERCHK.
