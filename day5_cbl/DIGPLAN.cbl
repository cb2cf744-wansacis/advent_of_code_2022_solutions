         02 OL-Src PIC 99.
         02 OL-Ship-Txt PIC X(6) VALUE " ship ".
         02 OL-Ship-ID PIC X(8).
      *BATCH CONTROL RECORDS BRACKETING THE GENERATED ActionFile
      *(LAID OUT UNDER FD ActionFile IN PRGM.cbl) -- THE CRANE
      *REFUSES A FILE WHOSE TRAILER COUNT OR AMT/SRC/DST HASH TOTAL
      *DOESN'T MATCH ITS COMMANDS.
       01 DP-CTL-COUNT PIC 9(6) VALUE 0.
       01 DP-CTL-HASH PIC 9(12) VALUE 0.
       01 DP-CTL-WORK.
         02 FILLER PIC X(5).
         02 DP-CTL-AMT PIC 99.
         02 FILLER PIC X(6).
         02 DP-CTL-SRC PIC 99.
         02 FILLER PIC X(4).
         02 DP-CTL-DST PIC 99.
         02 FILLER PIC X(13).
       01 DP-CLOCK-TIME PIC 9(8).
       01 OUT-CONTROL-HEADER.
         02 OCH-Marker PIC X(5) VALUE "*HDR ".
         02 OCH-Source PIC X(8) VALUE "DIGPLAN ".
         02 OCH-Date PIC 9(8).
         02 OCH-Time PIC 9(6).
       01 OUT-CONTROL-TRAILER.
         02 OCT-Marker PIC X(5) VALUE "*TRL ".
         02 OCT-Count PIC 9(6).
         02 OCT-Hash PIC 9(12).

       PROCEDURE DIVISION.
       BEGIN.
       PERFORM COMPUTE-STACK-WEIGHTS
       PERFORM LOAD-PICK-LIST
       OPEN OUTPUT PlannedActions
       PERFORM WRITE-CONTROL-HEADER
       PERFORM VARYING PK-SUB FROM 1 BY 1 UNTIL PK-SUB > PK-COUNT
           PERFORM PLAN-ONE-PICK
       END-PERFORM
       PERFORM WRITE-CONTROL-TRAILER
       CLOSE PlannedActions
       DISPLAY "DIGPLAN: " PK-COUNT " PICKS, " MOVES-OUT
           " DIG MOVES, " LOADS-OUT " LOADS, " PICKS-SKIPPED
           MOVE 1 TO OL-Amt
           MOVE DIG-STACK TO OL-Src
           MOVE PKE-Ship(PK-SUB) TO OL-Ship-ID
           MOVE OUT-LOAD-COMMAND TO DP-CTL-WORK
           PERFORM ADD-CONTROL-TOTALS
           WRITE Planned-Action-Record FROM OUT-LOAD-COMMAND
           ADD 1 TO LOADS-OUT
           MOVE SIM-CRATES(DIG-STACK, SIM-P(DIG-STACK))
         MOVE 1 TO OM-Amt
         MOVE DIG-STACK TO OM-Src
         MOVE DIG-DEST TO OM-Dst
         MOVE OUT-MOVE-COMMAND TO DP-CTL-WORK
         PERFORM ADD-CONTROL-TOTALS
         WRITE Planned-Action-Record FROM OUT-MOVE-COMMAND
         ADD 1 TO MOVES-OUT
         ADD 1 TO SIM-P(DIG-DEST)
             MOVE CM-COUNT TO CM-SUB
           END-IF
       END-PERFORM.

       WRITE-CONTROL-HEADER.
       ACCEPT OCH-Date FROM DATE YYYYMMDD
       ACCEPT DP-CLOCK-TIME FROM TIME
       MOVE DP-CLOCK-TIME(1:6) TO OCH-Time
       WRITE Planned-Action-Record FROM OUT-CONTROL-HEADER.

      * ONE GENERATED COMMAND INTO THE TRAILER TOTALS: ITS AMT, SRC
      * AND DST COLUMNS, EACH ZERO WHERE NOT NUMERIC.
       ADD-CONTROL-TOTALS.
       ADD 1 TO DP-CTL-COUNT
       IF DP-CTL-AMT IS NUMERIC
         ADD DP-CTL-AMT TO DP-CTL-HASH
       END-IF
       IF DP-CTL-SRC IS NUMERIC
         ADD DP-CTL-SRC TO DP-CTL-HASH
       END-IF
       IF DP-CTL-DST IS NUMERIC
         ADD DP-CTL-DST TO DP-CTL-HASH
       END-IF.

       WRITE-CONTROL-TRAILER.
       MOVE DP-CTL-COUNT TO OCT-Count
       MOVE DP-CTL-HASH TO OCT-Hash
       WRITE Planned-Action-Record FROM OUT-CONTROL-TRAILER.
