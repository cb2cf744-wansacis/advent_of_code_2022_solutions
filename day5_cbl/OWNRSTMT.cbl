
      * THE MOVEMENT JOURNAL ATTRIBUTES EVERY TOUCH TO ITS CRATE:
      * RCVE COUNTS AS RECEIVED, LOAD AS LOADED OUT, AND MOVE/XFER/
      * XFIN AS MOVEMENTS PERFORMED ON THE OWNER'S CRATES. ADJ ENTRIES
      * ARE CYCLE-COUNT CORRECTIONS TO THE BOOK, NOT WORK DONE FOR THE
      * OWNER, AND ARE EXCLUDED.
       TALLY-JOURNAL-ACTIVITY.
       MOVE "N" TO OW-EOF
       OPEN INPUT MovementJournal
                 IF JR-Verb = "LOAD "
                   ADD 1 TO ON-Loaded(ON-FOUND)
                 ELSE
                   IF JR-Verb NOT = "ADJ  "
                     ADD 1 TO ON-Moves(ON-FOUND)
                   END-IF
                 END-IF
               END-IF
             END-IF
