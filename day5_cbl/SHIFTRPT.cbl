      *
      * XFIN LINES ARE THE YARD'S OWN STAGED-TRANSFER PICKUPS, NOT A
      * SHIFT'S COMMANDS, AND CARRY NO STAMP -- THEY ARE COUNTED TO
      * SYSOUT AND LEFT OUT OF THE PER-SHIFT TALLIES. ADJ LINES ARE
      * CYCLE-COUNT CORRECTIONS TO THE BOOK, NOT WORK ANY CREW DID,
      * AND ARE COUNTED AND LEFT OUT THE SAME WAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 AU-Shift PIC X.
           03 AU-Oper PIC X(8).
       01 SR-XFIN-COUNT PIC 9(6) VALUE 0.
       01 SR-ADJ-COUNT PIC 9(6) VALUE 0.
       01 SR-EXCEPT-COUNT PIC 9(6) VALUE 0.
       01 SR-EXCEPT-SUB PIC 9(6).
       01 SR-UNATTRIBUTED PIC 9(6) VALUE 0.
       PERFORM WRITE-SHIFT-REPORT
       DISPLAY "SHIFTRPT: " AU-COUNT " STAMPED AUDIT LINES, "
           SR-XFIN-COUNT " XFIN PLACEMENTS EXCLUDED, "
           SR-ADJ-COUNT " ADJUSTMENTS EXCLUDED, "
           SR-EXCEPT-COUNT " EXCEPTIONS ATTRIBUTED"
       STOP RUN.

       IF AR-Verb = "XFIN "
         ADD 1 TO SR-XFIN-COUNT
       ELSE
         IF AR-Verb = "ADJ  "
           ADD 1 TO SR-ADJ-COUNT
         ELSE
           MOVE SPACE TO SR-SHIFT
           MOVE SPACES TO SR-OPER
           IF AR-Verb = "MOVE "
             MOVE AMV-Shift TO SR-SHIFT
             MOVE AMV-Oper TO SR-OPER
           END-IF
           IF AR-Verb = "RCVE "
             MOVE ARV-Shift TO SR-SHIFT
             MOVE ARV-Oper TO SR-OPER
           END-IF
           IF AR-Verb = "XFER "
             MOVE AXV-Shift TO SR-SHIFT
             MOVE AXV-Oper TO SR-OPER
           END-IF
           IF AR-Verb = "LOAD "
             MOVE ALV-Shift TO SR-SHIFT
             MOVE ALV-Oper TO SR-OPER
           END-IF
           MOVE AR-Amt TO SR-NUM-WORK
           PERFORM UNZONE-NUMBER
           MOVE SR-NUM-VALUE TO SR-AMT
           IF AU-COUNT >= 20000
             DISPLAY "AUDIT LOG EXCEEDS COMPILED TABLE CEILING - "
                 "NO REPORT GENERATED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           ADD 1 TO AU-COUNT
           MOVE SR-SHIFT TO AU-Shift(AU-COUNT)
           MOVE SR-OPER TO AU-Oper(AU-COUNT)
           PERFORM FIND-SHIFT-SLOT
           PERFORM FIND-OPER-SLOT
           IF AR-Verb = "MOVE "
             ADD 1 TO SH-Moves(SH-FOUND)
             ADD 1 TO OP-Moves(OP-FOUND)
           END-IF
           IF AR-Verb = "RCVE "
             ADD 1 TO SH-Rcves(SH-FOUND)
             ADD 1 TO OP-Rcves(OP-FOUND)
           END-IF
           IF AR-Verb = "LOAD "
             ADD 1 TO SH-Loads(SH-FOUND)
             ADD 1 TO OP-Loads(OP-FOUND)
           END-IF
           IF AR-Verb = "XFER "
             ADD 1 TO SH-Xfers(SH-FOUND)
             ADD 1 TO OP-Xfers(OP-FOUND)
           END-IF
           ADD SR-AMT TO SH-Crates(SH-FOUND)
           ADD SR-AMT TO OP-Crates(OP-FOUND)
         END-IF
       END-IF.

      * EXCEPTION K OF E MAPS TO THE AUDIT LINE AT THE SAME RELATIVE
