      * LEADING COLUMNS BY DESIGN: SOURCE ZERO (THE CRATE CAME FROM
      * ANOTHER YARD), DESTINATION FROM THE ONTO COLUMNS, SO THE
      * RECEIVING SIDE OF INTER-YARD TRAFFIC COUNTS IN THE MONTHLY
      * TREND JUST LIKE EVERY OTHER PLACEMENT. AN ADJ LINE (A CYCLE-
      * COUNT CORRECTION) SHARES THE MOVE LINE'S COLUMNS, WITH ZERO
      * ON WHICHEVER SIDE THE BOOK GAINED OR LOST THE CRATE.
       ARCHIVE-AUDIT-LINE.
       ADD 1 TO HL-SEQ
       MOVE HL-RUN-DATE TO HM-Run-Date
         MOVE AR-Opnd1 TO HL-NUM-WORK
         PERFORM UNZONE-NUMBER
         MOVE HL-NUM-VALUE TO HM-Src
         IF AR-Verb = "MOVE " OR AR-Verb = "ADJ  "
           MOVE AMV-Dst TO HL-NUM-WORK
           PERFORM UNZONE-NUMBER
           MOVE HL-NUM-VALUE TO HM-Dst
