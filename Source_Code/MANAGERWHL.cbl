       ID DIVISION.
      * Wheel generator. Lays out a fresh 85248-position wheel - all
      * 256 character values 333 times over, so any character a
      * record can hold is always found by the cipher search - and
      * shuffles it with a Park-Miller sequence started from the
      * seed given. The same seed always gives the same wheel, on
      * any machine running this program, which is what lets a
      * handover package rebuild its wheel from the password at the
      * receiving end instead of carrying it.
      * INITIAL: every CALL starts from fresh working storage, the
      * way MANAGERCIF does, so one call never leaves a half-used
      * sequence behind for the next.
       PROGRAM-ID. MANAGERWHL INITIAL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       77 ind-whl PIC 9(5) VALUE 1.
       77 ind-swap PIC 9(5) VALUE 1.
       77 ws-whl-char PIC X VALUE SPACE.
       77 ws-whl-state PIC 9(10) VALUE 1.
       77 ws-whl-work PIC 9(18) VALUE 0.

       LINKAGE SECTION.
       01 ws-arr-wheel.
         02 arr-wheel PIC X OCCURS 85248.

      * Any value will do; zero is taken as one, since the sequence
      * never leaves zero once it is there.
       01 ws-whl-seed PIC 9(10).

       PROCEDURE DIVISION USING ws-arr-wheel, ws-whl-seed.

           COMPUTE ws-whl-state =
                   FUNCTION MOD(ws-whl-seed, 2147483646) + 1.
           MOVE 1 TO ind-whl.

       WHL-FILL.
           IF ind-whl GREATER 85248
               MOVE 85248 TO ind-whl
               GO TO WHL-SHUFFLE.

           MOVE FUNCTION CHAR(FUNCTION MOD(ind-whl - 1, 256) + 1)
               TO arr-wheel(ind-whl).
           ADD 1 TO ind-whl.
           GO TO WHL-FILL.

      * Fisher-Yates from the top down: each position swaps with one
      * picked at random from those not yet settled.
       WHL-SHUFFLE.
           IF ind-whl LESS 2
               GOBACK.

           COMPUTE ws-whl-work = ws-whl-state * 48271.
           COMPUTE ws-whl-state =
                   FUNCTION MOD(ws-whl-work, 2147483647).
           COMPUTE ind-swap =
                   FUNCTION MOD(ws-whl-state, ind-whl) + 1.

           MOVE arr-wheel(ind-whl) TO ws-whl-char.
           MOVE arr-wheel(ind-swap) TO arr-wheel(ind-whl).
           MOVE ws-whl-char TO arr-wheel(ind-swap).
           SUBTRACT 1 FROM ind-whl.
           GO TO WHL-SHUFFLE.
