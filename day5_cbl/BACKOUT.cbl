      * PARTIAL. A RCVE *IS* COMPENSATED: BY THE TIME ITS INVERSE
      * RUNS, EVERYTHING AFTER IT HAS ALREADY BEEN UNDONE, SO THE
      * RECEIVED CRATE IS BACK ON TOP AND A ONE-CRATE load TO THE
      * "BACKOUT " SHIPMENT HANDS IT BACK TO THE DOCK. AN ADJ IS
      * COMPENSATED TOO: THE INVERSE adj TAKES THE CRATE BACK OUT OF
      * THE STACK THE COUNT PUT IT ON AND SETS IT IN AGAIN WHERE IT
      * STOOD IN ITS SOURCE STACK (SRC-POS ON THE AUDIT LINE). AN ADJ
      * LINE WITHOUT SRC-POS CAN'T BE PUT BACK; IT IS COUNTED AND
      * REPORTED LIKE A LOAD, AND THE STACK'S CYCLE COUNT IS RERUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         02 FILLER PIC X(6).
         02 BW-Dst PIC XX.
         02 FILLER PIC X(104).
      *AN ADJ LINE'S OWN FIELDS, IN PRGM.cbl's ADJUST-AUDIT-LINE
      *COLUMNS.
       01 BK-ADJ-LINE REDEFINES BK-WORK-LINE.
         02 FILLER PIC X(32).
         02 BA-Crate PIC X(8).
         02 FILLER PIC X(85).
         02 BA-Src-Pos PIC X(3).
       01 BK-MOVES-OUT PIC 9(6) VALUE 0.
       01 BK-LOADS-OUT PIC 9(6) VALUE 0.
       01 BK-SKIPPED PIC 9(6) VALUE 0.
       01 BK-ADJS-OUT PIC 9(6) VALUE 0.
       01 BK-ADJS-SKIPPED PIC 9(6) VALUE 0.
       01 BK-ALL-SKIPPED PIC 9(6) VALUE 0.
      *GENERATED COMMAND LAYOUTS, SAME FIXED COLUMNS THE CRANE PARSES.
       01 OUT-MOVE-COMMAND.
         02 OM-Verb PIC X(5) VALUE "move ".
         02 OL-Src PIC 99.
         02 OL-Ship-Txt PIC X(6) VALUE " ship ".
         02 OL-Ship-ID PIC X(8) VALUE "BACKOUT ".
       01 OUT-ADJUST-COMMAND.
         02 OA-Verb PIC X(5) VALUE "adj  ".
         02 OA-Crate-ID PIC X(8).
         02 OA-From PIC X(6) VALUE " from ".
         02 OA-Src PIC 99.
         02 OA-To PIC X(4) VALUE " to ".
         02 OA-Dst PIC 99.
         02 OA-At PIC X(4) VALUE " at ".
         02 OA-Depth PIC 999.
       01 BK-NUM-WORK PIC XX.
       01 BK-NUM-VALUE PIC 99.
       01 BK-POS-WORK PIC X(3).
       01 BK-POS-VALUE PIC 999.
      *BATCH CONTROL RECORDS BRACKETING THE GENERATED ActionFile
      *(LAID OUT UNDER FD ActionFile IN PRGM.cbl) -- THE CRANE
      *REFUSES A FILE WHOSE TRAILER COUNT OR AMT/SRC/DST HASH TOTAL
      *DOESN'T MATCH ITS COMMANDS.
       01 BK-CTL-COUNT PIC 9(6) VALUE 0.
       01 BK-CTL-HASH PIC 9(12) VALUE 0.
       01 BK-CTL-WORK.
         02 FILLER PIC X(5).
         02 BK-CTL-AMT PIC 99.
         02 FILLER PIC X(6).
         02 BK-CTL-SRC PIC 99.
         02 FILLER PIC X(4).
         02 BK-CTL-DST PIC 99.
         02 FILLER PIC X(13).
       01 BK-CLOCK-TIME PIC 9(8).
       01 OUT-CONTROL-HEADER.
         02 OCH-Marker PIC X(5) VALUE "*HDR ".
         02 OCH-Source PIC X(8) VALUE "BACKOUT ".
         02 OCH-Date PIC 9(8).
         02 OCH-Time PIC 9(6).
       01 OUT-CONTROL-TRAILER.
         02 OCT-Marker PIC X(5) VALUE "*TRL ".
         02 OCT-Count PIC 9(6).
         02 OCT-Hash PIC 9(12).

       PROCEDURE DIVISION.
       BEGIN.
       END-PERFORM
       CLOSE AuditLog
       OPEN OUTPUT BackoutActions
       PERFORM WRITE-CONTROL-HEADER
       PERFORM VARYING BK-SUB FROM BK-LINE-COUNT BY -1
           UNTIL BK-SUB < 1
           MOVE BK-LINE(BK-SUB) TO BK-WORK-LINE
           PERFORM EMIT-COMPENSATING-COMMAND
       END-PERFORM
       PERFORM WRITE-CONTROL-TRAILER
       CLOSE BackoutActions
       COMPUTE BK-ALL-SKIPPED = BK-SKIPPED + BK-ADJS-SKIPPED
       DISPLAY "BACKOUT GENERATED: " BK-MOVES-OUT " INVERSE MOVES, "
           BK-LOADS-OUT " RETURN LOADS, " BK-ADJS-OUT
           " REVERSED ADJUSTMENTS, " BK-ALL-SKIPPED
           " LINES NOT COMPENSATABLE"
       DISPLAY "RUN THE GENERATED FILE THROUGH ADVCODE UNDER THE "
           "SAME CRANE-MODE PARM AS THE ORIGINAL NIGHT"
       IF BK-SKIPPED > 0
             "YARD'S STAGE"
         MOVE 4 TO RETURN-CODE
       END-IF
       IF BK-ADJS-SKIPPED > 0
         DISPLAY "ADJ LINES WITHOUT A SOURCE POSITION CAN'T BE PUT "
             "BACK: RERUN THE CYCLE COUNT FOR THE STACKS THEY NAME"
         MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

       EMIT-COMPENSATING-COMMAND.
         MOVE BW-Opnd1 TO BK-NUM-WORK
         PERFORM UNZONE-NUMBER
         MOVE BK-NUM-VALUE TO OM-Dst
         MOVE OUT-MOVE-COMMAND TO BK-CTL-WORK
         PERFORM ADD-CONTROL-TOTALS
         WRITE Backout-Action-Record FROM OUT-MOVE-COMMAND
         ADD 1 TO BK-MOVES-OUT
       ELSE
           MOVE BW-Opnd1 TO BK-NUM-WORK
           PERFORM UNZONE-NUMBER
           MOVE BK-NUM-VALUE TO OL-Src
           MOVE OUT-LOAD-COMMAND TO BK-CTL-WORK
           PERFORM ADD-CONTROL-TOTALS
           WRITE Backout-Action-Record FROM OUT-LOAD-COMMAND
           ADD 1 TO BK-LOADS-OUT
         ELSE
           IF BW-Verb = "ADJ  "
             PERFORM EMIT-INVERSE-ADJUST
           ELSE
             ADD 1 TO BK-SKIPPED
             DISPLAY "NOT COMPENSATABLE: " BK-WORK-LINE(1:40)
           END-IF
         END-IF
       END-IF.

      * THE ADJ'S SOURCE AND DESTINATION SWAP: THE CRATE COMES OUT OF
      * THE STACK THE COUNT BOOKED IT ONTO (WHEREVER IT SITS) AND GOES
      * BACK IN AT THE POSITION IT HELD IN ITS SOURCE STACK. A SOURCE
      * OF 00 (THE COUNT FOUND A CRATE THE BOOK NEVER HAD) INVERTS TO
      * A DESTINATION OF 00, WHICH TAKES IT OFF THE BOOK AGAIN.
       EMIT-INVERSE-ADJUST.
       MOVE BA-Crate TO OA-Crate-ID
       MOVE BW-Dst TO BK-NUM-WORK
       PERFORM UNZONE-NUMBER
       MOVE BK-NUM-VALUE TO OA-Src
       MOVE BW-Opnd1 TO BK-NUM-WORK
       PERFORM UNZONE-NUMBER
       MOVE BK-NUM-VALUE TO OA-Dst
       MOVE BA-Src-Pos TO BK-POS-WORK
       INSPECT BK-POS-WORK REPLACING LEADING " " BY "0"
       IF BK-POS-WORK IS NUMERIC
         MOVE BK-POS-WORK TO BK-POS-VALUE
       ELSE
         MOVE 0 TO BK-POS-VALUE
       END-IF
       MOVE BK-POS-VALUE TO OA-Depth
       IF OA-Dst > 0 AND OA-Depth = 0
         ADD 1 TO BK-ADJS-SKIPPED
         DISPLAY "NOT COMPENSATABLE: " BK-WORK-LINE(1:40)
       ELSE
         MOVE OUT-ADJUST-COMMAND TO BK-CTL-WORK
         PERFORM ADD-CONTROL-TOTALS
         WRITE Backout-Action-Record FROM OUT-ADJUST-COMMAND
         ADD 1 TO BK-ADJS-OUT
       END-IF.

       UNZONE-NUMBER.
       INSPECT BK-NUM-WORK REPLACING LEADING " " BY "0"
       IF BK-NUM-WORK IS NUMERIC
       ELSE
         MOVE 0 TO BK-NUM-VALUE
       END-IF.

       WRITE-CONTROL-HEADER.
       ACCEPT OCH-Date FROM DATE YYYYMMDD
       ACCEPT BK-CLOCK-TIME FROM TIME
       MOVE BK-CLOCK-TIME(1:6) TO OCH-Time
       WRITE Backout-Action-Record FROM OUT-CONTROL-HEADER.

      * ONE GENERATED COMMAND INTO THE TRAILER TOTALS: ITS AMT, SRC
      * AND DST COLUMNS, EACH ZERO WHERE NOT NUMERIC.
       ADD-CONTROL-TOTALS.
       ADD 1 TO BK-CTL-COUNT
       IF BK-CTL-AMT IS NUMERIC
         ADD BK-CTL-AMT TO BK-CTL-HASH
       END-IF
       IF BK-CTL-SRC IS NUMERIC
         ADD BK-CTL-SRC TO BK-CTL-HASH
       END-IF
       IF BK-CTL-DST IS NUMERIC
         ADD BK-CTL-DST TO BK-CTL-HASH
       END-IF.

       WRITE-CONTROL-TRAILER.
       MOVE BK-CTL-COUNT TO OCT-Count
       MOVE BK-CTL-HASH TO OCT-Hash
       WRITE Backout-Action-Record FROM OUT-CONTROL-TRAILER.
