       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLECNT.
      * PHYSICAL CYCLE-COUNT RECONCILIATION. THE FLOOR COUNTS A FEW
      * STACKS AT A TIME WITH THE SCANNERS, ONE RECORD PER CRATE SEEN
      * (YARD, STACK, DEPTH POSITION -- 1 = BOTTOM, SAME AS THE
      * INVENTORY -- AND CRATE ID). INVAUDIT ONLY CHECKS THE BOOK
      * AGAINST ITSELF; THIS STEP CHECKS IT AGAINST THE FLOOR. IT
      * READS THE COUNT FILE AND THE INVENTORY GENERATION THE COUNT
      * WAS TAKEN AGAINST AND REPORTS, FOR EVERY STACK THE COUNT
      * COVERED:
      *   - MISSING CRATES: ON THE BOOK ON A COUNTED STACK, FOUND
      *     NOWHERE IN THE COUNT
      *   - EXTRA CRATES: COUNTED, BUT NOT ON THE BOOK ANYWHERE IN
      *     THE YARD
      *   - WRONG LOCATION: ON THE BOOK, BUT COUNTED ON ANOTHER STACK
      *     OR OUT OF ORDER IN ITS OWN. A CRATE THAT ONLY SITS LOWER
      *     BECAUSE SOMETHING UNDER IT WENT MISSING IS NOT MISPLACED
      *     -- ORDER WITHIN THE STACK IS WHAT IS COMPARED, NOT THE
      *     RAW POSITION NUMBER
      * STACKS NOBODY COUNTED ARE LEFT ALONE: A ROLLING COUNT SAYS
      * NOTHING ABOUT THEM. A STACK WHOSE COUNT SKIPS A POSITION WAS
      * NOT FULLY SCANNED AND IS SET ASIDE WHOLE, AS ARE COUNT RECORDS
      * FOR ANOTHER YARD, OUTSIDE THE YARD LAYOUT, OR REPEATING A
      * POSITION OR CRATE ALREADY COUNTED.
      *
      * ALONGSIDE THE REPORT IT WRITES THE CORRECTING ActionFile: ONE
      * "adj  " COMMAND PER VARIANCE, IN THE FIXED COLUMNS THE CRANE
      * PARSES (SEE Adjust-Command IN PRGM.cbl). THE DEPTHS ARE
      * WORKED OUT AGAINST A COPY OF THE BOOK THAT IS ADJUSTED AS EACH
      * COMMAND IS WRITTEN, SO RUN IN ORDER AGAINST THE YARD AS THE
      * COUNTED INVENTORY LEFT IT THE COMMANDS REPRODUCE THE COUNT
      * EXACTLY -- THE PROGRAM CHECKS THAT BEFORE IT FINISHES.
      * UNSTAMPED, THEY DRAIN AHEAD OF THE NIGHT'S STAMPED WORK WHEN
      * FED THROUGH SHIFTMRG, WHICH IS WHERE A CORRECTION BELONGS.
      *
      * RETURN CODES: 0 = BOOK AND FLOOR AGREE, NOTHING TO ADJUST,
      * 4 = VARIANCES OR SET-ASIDE RECORDS ON THE REPORT (ADJUSTMENTS
      * WRITTEN), 8 = NO USABLE COUNT, INVENTORY OR LAYOUT, OR THE
      * ADJUSTMENTS COULD NOT REPRODUCE THE COUNT -- DO NOT RUN THEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
         SELECT DataFile ASSIGN TO DYNAMIC CC-DATA-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CC-DATA-STATUS.
         SELECT InventoryFile ASSIGN TO DYNAMIC CC-INVENTORY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CC-INVENTORY-STATUS.
         SELECT CountFile ASSIGN TO DYNAMIC CC-COUNT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CC-COUNT-STATUS.
         SELECT CountReport ASSIGN TO DYNAMIC CC-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
         SELECT AdjustActions ASSIGN TO DYNAMIC CC-ACTION-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD DataFile.
       01 Store.
         02 Str PIC X(440).
       01 DF-Header-Record.
         02 DFH-Marker PIC X.
         02 DFH-Num-Stacks PIC 99.
         02 DFH-Max-Depth PIC 999.
         02 DFH-Crate-Width PIC 99.
       FD InventoryFile.
       01 Inventory-Record.
         02 IV-Crate-ID PIC X(8).
         02 IV-Yard-ID PIC X(8).
         02 IV-Stack-Num PIC 99.
         02 IV-Depth-Pos PIC 999.
         02 IV-Run-Date PIC 9(8).
      * ONE SCANNER READ PER RECORD, IN WHATEVER ORDER THE COUNTERS
      * WALKED THE YARD.
       FD CountFile.
       01 Count-Record.
         02 CT-Yard-ID PIC X(8).
         02 CT-Stack-Num PIC 99.
         02 CT-Depth-Pos PIC 999.
         02 CT-Crate-ID PIC X(8).
       FD CountReport.
       01 Count-Report-Record PIC X(80).
       FD AdjustActions.
       01 Adjust-Action-Record PIC X(34).

       WORKING-STORAGE SECTION.
       01 CC-DATA-NAME PIC X(40) VALUE "data".
       01 CC-INVENTORY-NAME PIC X(40) VALUE "inventory".
       01 CC-COUNT-NAME PIC X(40) VALUE "cycle_count".
       01 CC-REPORT-NAME PIC X(40) VALUE "count_report".
       01 CC-ACTION-NAME PIC X(40) VALUE "adjust_action".
       01 CC-DATA-STATUS PIC XX.
       01 CC-INVENTORY-STATUS PIC XX.
       01 CC-COUNT-STATUS PIC XX.
       01 CC-EOF PIC X VALUE "N".
       01 CC-RC PIC 99 VALUE 0.
       01 CC-YARD-ID PIC X(8) VALUE SPACES.
      *YARD LAYOUT FROM THE DataFile HEADER -- SAME CEILINGS AS THE
      *CRANE'S COMPILED TABLES.
       77 NUM-OF-STACKS PIC 99 VALUE 0.
       77 MAX-DEPTH PIC 999 VALUE 0.
       77 MAX-STACKS-CEILING PIC 99 VALUE 40.
       77 MAX-DEPTH-CEILING PIC 999 VALUE 200.
      *THE BOOK: CRATES BY STACK AND DEPTH, REBUILT FROM THE
      *INVENTORY GENERATION. THE REPORT READS IT AS LOADED; THE
      *ADJUSTMENT PASS THEN APPLIES EACH COMMAND TO IT AS THE COMMAND
      *IS WRITTEN, THE WAY THE CRANE WILL.
       01 BOOK-STORAGE.
         02 BOOK-STACK OCCURS 40 TIMES.
           03 BOOK-SLOT.
             04 BOOK-CRATES OCCURS 200 TIMES PIC X(8).
             04 BOOK-P PIC 999 VALUE 0.
      *THE FLOOR: WHAT THE SCANNERS SAW, BY STACK AND DEPTH. CNT-P IS
      *THE HIGHEST POSITION COUNTED AND CNT-N THE NUMBER OF READS; A
      *STACK SCANNED END TO END HAS THE TWO EQUAL. CNT-STAY MARKS A
      *COUNTED CRATE ALREADY IN ITS RIGHT PLACE ON THE BOOK.
       01 COUNT-STORAGE.
         02 CNT-STACK OCCURS 40 TIMES.
           03 CNT-CRATES OCCURS 200 TIMES PIC X(8).
           03 CNT-STAY OCCURS 200 TIMES PIC X.
           03 CNT-P PIC 999.
           03 CNT-N PIC 999.
      *PER-STACK RANK OF EACH BOOK CRATE AMONG THE BOOK CRATES THE
      *COUNT ALSO FOUND ON THAT STACK (0 = NOT COUNTED THERE).
       01 BOOK-RANK-TABLE.
         02 BOOK-RANK OCCURS 200 TIMES PIC 999.
       01 RANK-RUN PIC 999.
       01 ST-SUB PIC 99.
       01 POS-SUB PIC 999.
       01 POS-SUB2 PIC 999.
       01 LOOK-CRATE PIC X(8).
       01 LOC-STACK PIC 99.
       01 LOC-DEPTH PIC 999.
       01 CLOC-STACK PIC 99.
       01 CLOC-DEPTH PIC 999.
       01 ADJ-DEPTH PIC 999.
       01 ADJ-STUCK PIC X VALUE "N".
       01 STACK-MATCHES PIC X.
       01 CC-COUNT-READ PIC 9(6) VALUE 0.
       01 CC-SET-ASIDE PIC 9(6) VALUE 0.
       01 CC-STACKS-COUNTED PIC 99 VALUE 0.
       01 CC-MISSING PIC 9(6) VALUE 0.
       01 CC-EXTRA PIC 9(6) VALUE 0.
       01 CC-MISPLACED PIC 9(6) VALUE 0.
       01 CC-ADJ-OUT PIC 9(6) VALUE 0.
      *GENERATED COMMAND LAYOUT, SAME FIXED COLUMNS THE CRANE PARSES.
       01 OUT-ADJUST-COMMAND.
         02 OA-Verb PIC X(5) VALUE "adj  ".
         02 OA-Crate-ID PIC X(8).
         02 OA-From PIC X(6) VALUE " from ".
         02 OA-Src PIC 99.
         02 OA-To PIC X(4) VALUE " to ".
         02 OA-Dst PIC 99.
         02 OA-At PIC X(4) VALUE " at ".
         02 OA-Depth PIC 999.
      *BATCH CONTROL RECORDS BRACKETING THE GENERATED ActionFile
      *(LAID OUT UNDER FD ActionFile IN PRGM.cbl) -- THE CRANE
      *REFUSES A FILE WHOSE TRAILER COUNT OR AMT/SRC/DST HASH TOTAL
      *DOESN'T MATCH ITS COMMANDS.
       01 CC-CTL-COUNT PIC 9(6) VALUE 0.
       01 CC-CTL-HASH PIC 9(12) VALUE 0.
       01 CC-CTL-WORK.
         02 FILLER PIC X(5).
         02 CC-CTL-AMT PIC 99.
         02 FILLER PIC X(6).
         02 CC-CTL-SRC PIC 99.
         02 FILLER PIC X(4).
         02 CC-CTL-DST PIC 99.
         02 FILLER PIC X(13).
       01 CC-CLOCK-TIME PIC 9(8).
       01 OUT-CONTROL-HEADER.
         02 OCH-Marker PIC X(5) VALUE "*HDR ".
         02 OCH-Source PIC X(8) VALUE "CYCLECNT".
         02 OCH-Date PIC 9(8).
         02 OCH-Time PIC 9(6).
       01 OUT-CONTROL-TRAILER.
         02 OCT-Marker PIC X(5) VALUE "*TRL ".
         02 OCT-Count PIC 9(6).
         02 OCT-Hash PIC 9(12).
      *REPORT LINE LAYOUTS. ZERO ON EITHER SIDE OF A VARIANCE LINE
      *MEANS THE CRATE IS NOT THERE AT ALL.
       01 RPT-VAR-LINE.
         02 RV-Crate PIC X(8).
         02 RV-BOOK-TXT PIC X(13) VALUE "  BOOK STACK ".
         02 RV-Book-Stack PIC Z9.
         02 RV-BDEP-TXT PIC X(7) VALUE " DEPTH ".
         02 RV-Book-Depth PIC ZZ9.
         02 RV-CNT-TXT PIC X(14) VALUE "  COUNT STACK ".
         02 RV-Count-Stack PIC Z9.
         02 RV-CDEP-TXT PIC X(7) VALUE " DEPTH ".
         02 RV-Count-Depth PIC ZZ9.
       01 RPT-ASIDE-LINE.
         02 RA-Reason PIC X(28).
         02 RA-YARD-TXT PIC X(6) VALUE " YARD=".
         02 RA-Yard PIC X(8).
         02 RA-STK-TXT PIC X(5) VALUE " STK=".
         02 RA-Stack PIC XX.
         02 RA-DEP-TXT PIC X(5) VALUE " DEP=".
         02 RA-Depth PIC XXX.
         02 RA-CRATE-TXT PIC X(7) VALUE " CRATE=".
         02 RA-Crate PIC X(8).
       01 RPT-TEXT-LINE PIC X(80).

       PROCEDURE DIVISION.
       BEGIN.
       ACCEPT CC-DATA-NAME FROM ENVIRONMENT "DD_DATA"
       IF CC-DATA-NAME = SPACES
         MOVE "data" TO CC-DATA-NAME
       END-IF
       ACCEPT CC-INVENTORY-NAME FROM ENVIRONMENT "DD_INVENTORY"
       IF CC-INVENTORY-NAME = SPACES
         MOVE "inventory" TO CC-INVENTORY-NAME
       END-IF
       ACCEPT CC-COUNT-NAME FROM ENVIRONMENT "DD_CYCLE_COUNT"
       IF CC-COUNT-NAME = SPACES
         MOVE "cycle_count" TO CC-COUNT-NAME
       END-IF
       ACCEPT CC-REPORT-NAME FROM ENVIRONMENT "DD_COUNT_REPORT"
       IF CC-REPORT-NAME = SPACES
         MOVE "count_report" TO CC-REPORT-NAME
       END-IF
       ACCEPT CC-ACTION-NAME FROM ENVIRONMENT "DD_ADJ_ACTION"
       IF CC-ACTION-NAME = SPACES
         MOVE "adjust_action" TO CC-ACTION-NAME
       END-IF
       PERFORM LOAD-YARD-LAYOUT
       PERFORM LOAD-BOOK-FROM-INVENTORY
       OPEN OUTPUT CountReport
       MOVE "===== COUNT RECORDS SET ASIDE =====" TO RPT-TEXT-LINE
       WRITE Count-Report-Record FROM RPT-TEXT-LINE
       PERFORM LOAD-COUNT-FILE
       PERFORM CHECK-COUNTED-STACKS
       PERFORM VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > NUM-OF-STACKS
           IF CNT-N(ST-SUB) > 0
             ADD 1 TO CC-STACKS-COUNTED
             PERFORM MARK-STAYING-CRATES
           END-IF
       END-PERFORM
       MOVE "===== MISSING CRATES =====" TO RPT-TEXT-LINE
       WRITE Count-Report-Record FROM RPT-TEXT-LINE
       PERFORM REPORT-MISSING-CRATES
       MOVE "===== EXTRA CRATES =====" TO RPT-TEXT-LINE
       WRITE Count-Report-Record FROM RPT-TEXT-LINE
       PERFORM REPORT-EXTRA-CRATES
       MOVE "===== WRONG LOCATION =====" TO RPT-TEXT-LINE
       WRITE Count-Report-Record FROM RPT-TEXT-LINE
       PERFORM REPORT-MISPLACED-CRATES
       OPEN OUTPUT AdjustActions
       PERFORM WRITE-CONTROL-HEADER
       PERFORM EMIT-REMOVALS
       PERFORM EMIT-PLACEMENTS
       PERFORM WRITE-CONTROL-TRAILER
       CLOSE AdjustActions
       IF ADJ-STUCK = "N"
         PERFORM VERIFY-ADJUSTED-BOOK
       END-IF
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "YARD=" DELIMITED BY SIZE
           CC-YARD-ID DELIMITED BY SIZE
           " STACKS=" DELIMITED BY SIZE
           CC-STACKS-COUNTED DELIMITED BY SIZE
           " MISSING=" DELIMITED BY SIZE
           CC-MISSING DELIMITED BY SIZE
           " EXTRA=" DELIMITED BY SIZE
           CC-EXTRA DELIMITED BY SIZE
           " MISPLACED=" DELIMITED BY SIZE
           CC-MISPLACED DELIMITED BY SIZE
           " ADJ=" DELIMITED BY SIZE
           CC-ADJ-OUT DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Count-Report-Record FROM RPT-TEXT-LINE
       CLOSE CountReport
       DISPLAY "CYCLECNT: " CC-COUNT-READ " COUNT RECORDS, "
           CC-STACKS-COUNTED " STACKS RECONCILED, " CC-SET-ASIDE
           " SET ASIDE"
       DISPLAY "MISSING: " CC-MISSING "  EXTRA: " CC-EXTRA
           "  WRONG LOCATION: " CC-MISPLACED "  ADJUSTMENTS: "
           CC-ADJ-OUT
       IF CC-RC < 8
         IF CC-MISSING > 0 OR CC-EXTRA > 0 OR CC-MISPLACED > 0
             OR CC-SET-ASIDE > 0
           MOVE 4 TO CC-RC
         END-IF
       END-IF
       MOVE CC-RC TO RETURN-CODE
       STOP RUN.

      * ONLY THE HEADER IS NEEDED -- AN ADJUSTMENT CARRIES NO WEIGHT
      * OR HAZMAT SCREEN, SO THE 'L' RECORDS DON'T MATTER HERE.
       LOAD-YARD-LAYOUT.
       OPEN INPUT DataFile
       IF CC-DATA-STATUS NOT = "00"
         DISPLAY "DATAFILE UNAVAILABLE, STATUS " CC-DATA-STATUS
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       MOVE "N" TO CC-EOF
       READ DataFile
         AT END MOVE "Y" TO CC-EOF
       END-READ
       IF CC-EOF = "Y" OR DFH-Marker NOT = "H"
         DISPLAY "DATAFILE HEADER MISSING OR MISROUTED - NO "
             "RECONCILIATION"
         CLOSE DataFile
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       IF DFH-Num-Stacks > MAX-STACKS-CEILING
           OR DFH-Max-Depth > MAX-DEPTH-CEILING
         DISPLAY "DATAFILE HEADER EXCEEDS COMPILED TABLE CEILING - "
             "NO RECONCILIATION"
         CLOSE DataFile
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       MOVE DFH-Num-Stacks TO NUM-OF-STACKS
       MOVE DFH-Max-Depth TO MAX-DEPTH
       CLOSE DataFile.

      * THE INVENTORY CARRIES STACK AND DEPTH ON EVERY RECORD, SO THE
      * BOOK REBUILDS BY DIRECT PLACEMENT. ITS YARD ID IS THE YARD
      * BEING COUNTED.
       LOAD-BOOK-FROM-INVENTORY.
       INITIALIZE BOOK-STORAGE
       MOVE "N" TO CC-EOF
       OPEN INPUT InventoryFile
       IF CC-INVENTORY-STATUS NOT = "00"
         DISPLAY "INVENTORY UNAVAILABLE, STATUS "
             CC-INVENTORY-STATUS
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       PERFORM UNTIL CC-EOF = "Y"
           READ InventoryFile
             AT END MOVE "Y" TO CC-EOF
           END-READ
           IF CC-EOF NOT = "Y"
             IF CC-YARD-ID = SPACES
               MOVE IV-Yard-ID TO CC-YARD-ID
             END-IF
             IF IV-Stack-Num >= 1 AND IV-Stack-Num <= NUM-OF-STACKS
                 AND IV-Depth-Pos >= 1 AND IV-Depth-Pos <= 200
               MOVE IV-Crate-ID
                 TO BOOK-CRATES(IV-Stack-Num, IV-Depth-Pos)
               IF IV-Depth-Pos > BOOK-P(IV-Stack-Num)
                 MOVE IV-Depth-Pos TO BOOK-P(IV-Stack-Num)
               END-IF
             ELSE
               DISPLAY "INVENTORY RECORD OUTSIDE YARD LAYOUT "
                   "IGNORED: " IV-Crate-ID
             END-IF
           END-IF
       END-PERFORM
       CLOSE InventoryFile.

      * EVERY READ IS SCREENED BEFORE IT TAKES A SLOT. A YARD WITH AN
      * EMPTY INVENTORY TAKES ITS YARD ID FROM THE FIRST READ.
       LOAD-COUNT-FILE.
       INITIALIZE COUNT-STORAGE
       MOVE "N" TO CC-EOF
       OPEN INPUT CountFile
       IF CC-COUNT-STATUS NOT = "00"
         DISPLAY "CYCLE COUNT FILE UNAVAILABLE, STATUS "
             CC-COUNT-STATUS
         CLOSE CountReport
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       PERFORM UNTIL CC-EOF = "Y"
           READ CountFile
             AT END MOVE "Y" TO CC-EOF
           END-READ
           IF CC-EOF NOT = "Y"
             ADD 1 TO CC-COUNT-READ
             IF CC-YARD-ID = SPACES
               MOVE CT-Yard-ID TO CC-YARD-ID
             END-IF
             PERFORM SCREEN-COUNT-RECORD
           END-IF
       END-PERFORM
       CLOSE CountFile.

       SCREEN-COUNT-RECORD.
       MOVE SPACES TO RA-Reason
       IF CT-Yard-ID NOT = CC-YARD-ID
         MOVE "COUNTED IN ANOTHER YARD" TO RA-Reason
       ELSE
         IF CT-Stack-Num IS NOT NUMERIC
             OR CT-Depth-Pos IS NOT NUMERIC
           MOVE "STACK OR DEPTH NOT NUMERIC" TO RA-Reason
         ELSE
           IF CT-Stack-Num < 1 OR CT-Stack-Num > NUM-OF-STACKS
               OR CT-Depth-Pos < 1 OR CT-Depth-Pos > MAX-DEPTH
             MOVE "OUTSIDE YARD LAYOUT" TO RA-Reason
           ELSE
             IF CT-Crate-ID = SPACES
               MOVE "CRATE ID MISSING" TO RA-Reason
             ELSE
               IF CNT-CRATES(CT-Stack-Num, CT-Depth-Pos)
                   NOT = SPACES
                 MOVE "POSITION ALREADY COUNTED" TO RA-Reason
               ELSE
                 MOVE CT-Crate-ID TO LOOK-CRATE
                 PERFORM FIND-COUNT-CRATE
                 IF CLOC-STACK > 0
                   MOVE "CRATE ALREADY COUNTED" TO RA-Reason
                 END-IF
               END-IF
             END-IF
           END-IF
         END-IF
       END-IF
       IF RA-Reason NOT = SPACES
         ADD 1 TO CC-SET-ASIDE
         MOVE CT-Yard-ID TO RA-Yard
         MOVE Count-Record(9:2) TO RA-Stack
         MOVE Count-Record(11:3) TO RA-Depth
         MOVE CT-Crate-ID TO RA-Crate
         WRITE Count-Report-Record FROM RPT-ASIDE-LINE
       ELSE
         MOVE CT-Crate-ID TO CNT-CRATES(CT-Stack-Num, CT-Depth-Pos)
         ADD 1 TO CNT-N(CT-Stack-Num)
         IF CT-Depth-Pos > CNT-P(CT-Stack-Num)
           MOVE CT-Depth-Pos TO CNT-P(CT-Stack-Num)
         END-IF
       END-IF.

      * A STACK WHOSE READS DON'T RUN UNBROKEN FROM THE BOTTOM WAS
      * NOT SCANNED END TO END -- SOMETHING STANDS IN THE GAP THAT
      * NOBODY READ. ITS READS ARE SET ASIDE AND THE STACK TREATED AS
      * UNCOUNTED.
       CHECK-COUNTED-STACKS.
       PERFORM VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > NUM-OF-STACKS
           IF CNT-N(ST-SUB) NOT = CNT-P(ST-SUB)
             PERFORM VARYING POS-SUB FROM 1 BY 1
                 UNTIL POS-SUB > CNT-P(ST-SUB)
                 IF CNT-CRATES(ST-SUB, POS-SUB) NOT = SPACES
                   ADD 1 TO CC-SET-ASIDE
                   MOVE "STACK COUNT HAS A GAP" TO RA-Reason
                   MOVE CC-YARD-ID TO RA-Yard
                   MOVE ST-SUB TO RA-Stack
                   MOVE POS-SUB TO RA-Depth
                   MOVE CNT-CRATES(ST-SUB, POS-SUB) TO RA-Crate
                   WRITE Count-Report-Record FROM RPT-ASIDE-LINE
                   MOVE SPACES TO CNT-CRATES(ST-SUB, POS-SUB)
                 END-IF
             END-PERFORM
             MOVE 0 TO CNT-N(ST-SUB)
             MOVE 0 TO CNT-P(ST-SUB)
           END-IF
       END-PERFORM.

      * A COUNTED CRATE STAYS PUT WHEN IT HOLDS THE SAME RANK AMONG
      * THE CRATES BOTH SIDES AGREE ARE ON THIS STACK, ON THE BOOK AND
      * ON THE FLOOR ALIKE. A MISSING OR ARRIVING NEIGHBOUR SHIFTS
      * POSITION NUMBERS BUT NOT RANKS, SO IT DOESN'T DRAG EVERY
      * CRATE ABOVE IT INTO THE WRONG-LOCATION LIST.
       MARK-STAYING-CRATES.
       MOVE 0 TO RANK-RUN
       PERFORM VARYING POS-SUB FROM 1 BY 1
           UNTIL POS-SUB > BOOK-P(ST-SUB)
           MOVE 0 TO BOOK-RANK(POS-SUB)
           PERFORM VARYING POS-SUB2 FROM 1 BY 1
               UNTIL POS-SUB2 > CNT-P(ST-SUB)
               IF CNT-CRATES(ST-SUB, POS-SUB2)
                   = BOOK-CRATES(ST-SUB, POS-SUB)
                 ADD 1 TO RANK-RUN
                 MOVE RANK-RUN TO BOOK-RANK(POS-SUB)
                 MOVE CNT-P(ST-SUB) TO POS-SUB2
               END-IF
           END-PERFORM
       END-PERFORM
       MOVE 0 TO RANK-RUN
       PERFORM VARYING POS-SUB FROM 1 BY 1
           UNTIL POS-SUB > CNT-P(ST-SUB)
           MOVE "N" TO CNT-STAY(ST-SUB, POS-SUB)
           PERFORM VARYING POS-SUB2 FROM 1 BY 1
               UNTIL POS-SUB2 > BOOK-P(ST-SUB)
               IF BOOK-CRATES(ST-SUB, POS-SUB2)
                   = CNT-CRATES(ST-SUB, POS-SUB)
                 ADD 1 TO RANK-RUN
                 IF BOOK-RANK(POS-SUB2) = RANK-RUN
                   MOVE "Y" TO CNT-STAY(ST-SUB, POS-SUB)
                 END-IF
                 MOVE BOOK-P(ST-SUB) TO POS-SUB2
               END-IF
           END-PERFORM
       END-PERFORM.

       REPORT-MISSING-CRATES.
       PERFORM VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > NUM-OF-STACKS
           IF CNT-N(ST-SUB) > 0
             PERFORM VARYING POS-SUB FROM 1 BY 1
                 UNTIL POS-SUB > BOOK-P(ST-SUB)
                 MOVE BOOK-CRATES(ST-SUB, POS-SUB) TO LOOK-CRATE
                 PERFORM FIND-COUNT-CRATE
                 IF CLOC-STACK = 0
                   ADD 1 TO CC-MISSING
                   MOVE LOOK-CRATE TO RV-Crate
                   MOVE ST-SUB TO RV-Book-Stack
                   MOVE POS-SUB TO RV-Book-Depth
                   MOVE 0 TO RV-Count-Stack
                   MOVE 0 TO RV-Count-Depth
                   WRITE Count-Report-Record FROM RPT-VAR-LINE
                 END-IF
             END-PERFORM
           END-IF
       END-PERFORM.

       REPORT-EXTRA-CRATES.
       PERFORM VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > NUM-OF-STACKS
           PERFORM VARYING POS-SUB FROM 1 BY 1
               UNTIL POS-SUB > CNT-P(ST-SUB)
               MOVE CNT-CRATES(ST-SUB, POS-SUB) TO LOOK-CRATE
               PERFORM FIND-BOOK-CRATE
               IF LOC-STACK = 0
                 ADD 1 TO CC-EXTRA
                 MOVE LOOK-CRATE TO RV-Crate
                 MOVE 0 TO RV-Book-Stack
                 MOVE 0 TO RV-Book-Depth
                 MOVE ST-SUB TO RV-Count-Stack
                 MOVE POS-SUB TO RV-Count-Depth
                 WRITE Count-Report-Record FROM RPT-VAR-LINE
               END-IF
           END-PERFORM
       END-PERFORM.

       REPORT-MISPLACED-CRATES.
       PERFORM VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > NUM-OF-STACKS
           PERFORM VARYING POS-SUB FROM 1 BY 1
               UNTIL POS-SUB > CNT-P(ST-SUB)
               MOVE CNT-CRATES(ST-SUB, POS-SUB) TO LOOK-CRATE
               PERFORM FIND-BOOK-CRATE
               IF LOC-STACK > 0 AND CNT-STAY(ST-SUB, POS-SUB) = "N"
                 ADD 1 TO CC-MISPLACED
                 MOVE LOOK-CRATE TO RV-Crate
                 MOVE LOC-STACK TO RV-Book-Stack
                 MOVE LOC-DEPTH TO RV-Book-Depth
                 MOVE ST-SUB TO RV-Count-Stack
                 MOVE POS-SUB TO RV-Count-Depth
                 WRITE Count-Report-Record FROM RPT-VAR-LINE
               END-IF
           END-PERFORM
       END-PERFORM.

      * FIRST EVERY MISSING CRATE COMES OFF THE BOOK, TOP DOWN SO THE
      * WALK DOESN'T SKIP THE CRATE THAT DROPS INTO A VACATED SLOT.
       EMIT-REMOVALS.
       PERFORM VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > NUM-OF-STACKS
           IF CNT-N(ST-SUB) > 0
             PERFORM VARYING POS-SUB FROM BOOK-P(ST-SUB) BY -1
                 UNTIL POS-SUB < 1
                 MOVE BOOK-CRATES(ST-SUB, POS-SUB) TO LOOK-CRATE
                 PERFORM FIND-COUNT-CRATE
                 IF CLOC-STACK = 0
                   MOVE LOOK-CRATE TO OA-Crate-ID
                   MOVE ST-SUB TO OA-Src
                   MOVE 0 TO OA-Dst
                   MOVE 0 TO OA-Depth
                   MOVE OUT-ADJUST-COMMAND TO CC-CTL-WORK
                   PERFORM ADD-CONTROL-TOTALS
                   WRITE Adjust-Action-Record FROM OUT-ADJUST-COMMAND
                   ADD 1 TO CC-ADJ-OUT
                   MOVE ST-SUB TO LOC-STACK
                   MOVE POS-SUB TO LOC-DEPTH
                   PERFORM REMOVE-FROM-BOOK
                 END-IF
             END-PERFORM
           END-IF
       END-PERFORM.

      * THEN EACH COUNTED STACK IS BUILT UP FROM THE BOTTOM: EVERY
      * CRATE NOT ALREADY IN ITS PLACE IS SET IN DIRECTLY ABOVE THE
      * CRATE THE COUNT FOUND UNDER IT, WHEREVER THAT CRATE SITS ON
      * THE BOOK BY NOW. CRATES STILL WAITING TO LEAVE FOR ANOTHER
      * STACK DON'T DISTURB THE ORDER -- THEY GO WHEN THEIR OWN STACK
      * IS BUILT.
       EMIT-PLACEMENTS.
       PERFORM VARYING ST-SUB FROM 1 BY 1
           UNTIL ST-SUB > NUM-OF-STACKS OR ADJ-STUCK = "Y"
           PERFORM VARYING POS-SUB FROM 1 BY 1
               UNTIL POS-SUB > CNT-P(ST-SUB) OR ADJ-STUCK = "Y"
               IF CNT-STAY(ST-SUB, POS-SUB) = "N"
                 PERFORM EMIT-ONE-PLACEMENT
                   THRU EMIT-ONE-PLACEMENT-EXIT
               END-IF
           END-PERFORM
       END-PERFORM.

      * A CRATE OUT OF ORDER IN ITS OWN STACK MAY ALREADY HAVE BEEN
      * PUT RIGHT BY THE ADJUSTMENT OF ITS NEIGHBOUR (TWO CRATES
      * COUNTED SWAPPED NEED ONLY ONE) -- NOTHING TO WRITE THEN.
       EMIT-ONE-PLACEMENT.
       MOVE CNT-CRATES(ST-SUB, POS-SUB) TO LOOK-CRATE
       PERFORM FIND-BOOK-CRATE
       IF LOC-STACK = ST-SUB
         IF POS-SUB = 1 AND LOC-DEPTH = 1
           GO TO EMIT-ONE-PLACEMENT-EXIT
         END-IF
         IF POS-SUB > 1 AND LOC-DEPTH > 1
           IF BOOK-CRATES(ST-SUB, LOC-DEPTH - 1)
               = CNT-CRATES(ST-SUB, POS-SUB - 1)
             GO TO EMIT-ONE-PLACEMENT-EXIT
           END-IF
         END-IF
       END-IF
       MOVE LOC-STACK TO OA-Src
       IF LOC-STACK > 0
         PERFORM REMOVE-FROM-BOOK
       END-IF
       MOVE 1 TO ADJ-DEPTH
       IF POS-SUB > 1
         MOVE 0 TO ADJ-DEPTH
         PERFORM VARYING POS-SUB2 FROM 1 BY 1
             UNTIL POS-SUB2 > BOOK-P(ST-SUB)
             IF BOOK-CRATES(ST-SUB, POS-SUB2)
                 = CNT-CRATES(ST-SUB, POS-SUB - 1)
               COMPUTE ADJ-DEPTH = POS-SUB2 + 1
               MOVE BOOK-P(ST-SUB) TO POS-SUB2
             END-IF
         END-PERFORM
       END-IF
       IF ADJ-DEPTH = 0 OR BOOK-P(ST-SUB) >= MAX-DEPTH
         DISPLAY "NO LEGAL ADJUSTMENT FOR " LOOK-CRATE
             " ONTO STACK " ST-SUB " - ADJUSTMENTS INCOMPLETE"
         MOVE "Y" TO ADJ-STUCK
         MOVE 8 TO CC-RC
       ELSE
         MOVE LOOK-CRATE TO OA-Crate-ID
         MOVE ST-SUB TO OA-Dst
         MOVE ADJ-DEPTH TO OA-Depth
         MOVE OUT-ADJUST-COMMAND TO CC-CTL-WORK
         PERFORM ADD-CONTROL-TOTALS
         WRITE Adjust-Action-Record FROM OUT-ADJUST-COMMAND
         ADD 1 TO CC-ADJ-OUT
         PERFORM VARYING POS-SUB2 FROM BOOK-P(ST-SUB) BY -1
             UNTIL POS-SUB2 < ADJ-DEPTH
             MOVE BOOK-CRATES(ST-SUB, POS-SUB2)
               TO BOOK-CRATES(ST-SUB, POS-SUB2 + 1)
         END-PERFORM
         MOVE LOOK-CRATE TO BOOK-CRATES(ST-SUB, ADJ-DEPTH)
         ADD 1 TO BOOK-P(ST-SUB)
       END-IF.

       EMIT-ONE-PLACEMENT-EXIT.
       EXIT.

      * TAKE THE CRATE AT LOC-STACK/LOC-DEPTH OUT OF THE BOOK AND
      * CLOSE THE GAP, THE SAME WAY THE CRANE APPLIES AN adj.
       REMOVE-FROM-BOOK.
       PERFORM VARYING POS-SUB2 FROM LOC-DEPTH BY 1
           UNTIL POS-SUB2 >= BOOK-P(LOC-STACK)
           MOVE BOOK-CRATES(LOC-STACK, POS-SUB2 + 1)
             TO BOOK-CRATES(LOC-STACK, POS-SUB2)
       END-PERFORM
       MOVE SPACES TO BOOK-CRATES(LOC-STACK, BOOK-P(LOC-STACK))
       SUBTRACT 1 FROM BOOK-P(LOC-STACK).

      * WITH EVERY ADJUSTMENT APPLIED, EACH COUNTED STACK ON THE BOOK
      * MUST READ EXACTLY AS THE FLOOR DID. IF IT DOESN'T, THE FILE
      * WOULD LEAVE THE BOOK WRONG IN A NEW WAY -- FAIL THE STEP.
       VERIFY-ADJUSTED-BOOK.
       PERFORM VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > NUM-OF-STACKS
           IF CNT-N(ST-SUB) > 0
             MOVE "Y" TO STACK-MATCHES
             IF BOOK-P(ST-SUB) NOT = CNT-P(ST-SUB)
               MOVE "N" TO STACK-MATCHES
             END-IF
             PERFORM VARYING POS-SUB FROM 1 BY 1
                 UNTIL POS-SUB > CNT-P(ST-SUB)
                 OR STACK-MATCHES = "N"
                 IF BOOK-CRATES(ST-SUB, POS-SUB)
                     NOT = CNT-CRATES(ST-SUB, POS-SUB)
                   MOVE "N" TO STACK-MATCHES
                 END-IF
             END-PERFORM
             IF STACK-MATCHES = "N"
               DISPLAY "ADJUSTED STACK " ST-SUB " DOES NOT MATCH "
                   "THE COUNT - DO NOT RUN THE ADJUSTMENTS"
               MOVE 8 TO CC-RC
             END-IF
           END-IF
       END-PERFORM.

       FIND-BOOK-CRATE.
       MOVE 0 TO LOC-STACK
       MOVE 0 TO LOC-DEPTH
       PERFORM VARYING POS-SUB2 FROM 1 BY 1
           UNTIL POS-SUB2 > NUM-OF-STACKS OR LOC-STACK > 0
           PERFORM VARYING LOC-DEPTH FROM 1 BY 1
               UNTIL LOC-DEPTH > BOOK-P(POS-SUB2) OR LOC-STACK > 0
               IF BOOK-CRATES(POS-SUB2, LOC-DEPTH) = LOOK-CRATE
                 MOVE POS-SUB2 TO LOC-STACK
               END-IF
           END-PERFORM
       END-PERFORM
       IF LOC-STACK = 0
         MOVE 0 TO LOC-DEPTH
       ELSE
         SUBTRACT 1 FROM LOC-DEPTH
       END-IF.

       FIND-COUNT-CRATE.
       MOVE 0 TO CLOC-STACK
       MOVE 0 TO CLOC-DEPTH
       PERFORM VARYING POS-SUB2 FROM 1 BY 1
           UNTIL POS-SUB2 > NUM-OF-STACKS OR CLOC-STACK > 0
           PERFORM VARYING CLOC-DEPTH FROM 1 BY 1
               UNTIL CLOC-DEPTH > CNT-P(POS-SUB2) OR CLOC-STACK > 0
               IF CNT-CRATES(POS-SUB2, CLOC-DEPTH) = LOOK-CRATE
                 MOVE POS-SUB2 TO CLOC-STACK
               END-IF
           END-PERFORM
       END-PERFORM
       IF CLOC-STACK = 0
         MOVE 0 TO CLOC-DEPTH
       ELSE
         SUBTRACT 1 FROM CLOC-DEPTH
       END-IF.

       WRITE-CONTROL-HEADER.
       ACCEPT OCH-Date FROM DATE YYYYMMDD
       ACCEPT CC-CLOCK-TIME FROM TIME
       MOVE CC-CLOCK-TIME(1:6) TO OCH-Time
       WRITE Adjust-Action-Record FROM OUT-CONTROL-HEADER.

      * ONE GENERATED COMMAND INTO THE TRAILER TOTALS: ITS AMT, SRC
      * AND DST COLUMNS, EACH ZERO WHERE NOT NUMERIC.
       ADD-CONTROL-TOTALS.
       ADD 1 TO CC-CTL-COUNT
       IF CC-CTL-AMT IS NUMERIC
         ADD CC-CTL-AMT TO CC-CTL-HASH
       END-IF
       IF CC-CTL-SRC IS NUMERIC
         ADD CC-CTL-SRC TO CC-CTL-HASH
       END-IF
       IF CC-CTL-DST IS NUMERIC
         ADD CC-CTL-DST TO CC-CTL-HASH
       END-IF.

       WRITE-CONTROL-TRAILER.
       MOVE CC-CTL-COUNT TO OCT-Count
       MOVE CC-CTL-HASH TO OCT-Hash
       WRITE Adjust-Action-Record FROM OUT-CONTROL-TRAILER.
