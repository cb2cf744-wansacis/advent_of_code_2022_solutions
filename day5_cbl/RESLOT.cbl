       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESLOT.
      * RE-SLOTTING PLANNER. DIGPLAN DIGS OUT THE CRATES ALREADY ON A
      * PICK LIST; THIS STEP REORGANIZES THE YARD AHEAD OF TIME SO
      * THERE IS LESS TO DIG. EACH CRATE'S VELOCITY IS SCORED AS THE
      * NUMBER OF TIMES THE MOVEMENT JOURNAL SHOWS IT TOUCHED IN THIS
      * YARD OVER THE LAST N NIGHTS (CONCATENATE THAT MANY JOURNAL
      * GENERATIONS UNDER THE DD; THE PARM WINDOW TRIMS ANY EXTRA).
      * WITH THE CURRENT INVENTORY GENERATION, THE YARD'S DataFile
      * HEADER AND LIMIT RECORDS AND THE CRATE MASTER IT THEN
      * GENERATES A READY-TO-RUN ActionFile OF SINGLE-CRATE move
      * COMMANDS FOR A QUIET SHIFT, IN TWO PASSES:
      *   - CONSOLIDATE: A STACK HOLDING NO MORE THAN THE PARM'S
      *     SPARSE COUNT IS EMPTIED ONTO THE COLDEST LEGAL FULLER
      *     STACK, AND A STACK SO FREED IS KEPT FREE FOR THE REST OF
      *     THE PLAN.
      *   - SURFACE: REPEATEDLY MAKE THE ONE MOVE THAT CUTS EXPECTED
      *     OVERBURDEN THE MOST -- LIFTING THE TOP CRATE OFF A STACK
      *     WHOSE CRATES BELOW IT ARE BUSY ONTO A STACK WHOSE CRATES
      *     ARE NOT. SLOW MOVERS SETTLE LOW ON QUIET STACKS AND FAST
      *     MOVERS COME TO THE SURFACE. STOPS WHEN NO MOVE HELPS OR
      *     THE PARM'S MOVE BUDGET IS SPENT.
      * EXPECTED OVERBURDEN IS, OVER EVERY CRATE, ITS SCORE TIMES THE
      * CRATES ABOVE IT -- THE MOVES THE LAST N NIGHTS' TRAFFIC WOULD
      * HAVE COST DIGGING IT OUT. THE REPORT GIVES IT BEFORE AND
      * AFTER THE PLAN AND THE REDUCTION -- OR, WHERE CONSOLIDATION
      * BURIED MORE THAN SURFACING UNCOVERED, AN EXPLICIT INCREASE
      * LINE: A FREED STACK CAN BE WORTH MORE OVERBURDEN.
      *
      * EVERY MOVE CLEARS THE SAME SCREENS THE CRANE APPLIES -- DEPTH
      * UNDER THE HEADER'S MAX, RATED WEIGHT, HAZMAT RULE AND
      * BOUNDARY CLASS -- AGAINST THE SIMULATED YARD AS THE PLAN
      * LEAVES IT, SO LIKE DIGPLAN THE PLAN IS MODE-PROOF; CERTIFY IT
      * THROUGH DAY5PLAN.jcl AS USUAL.
      *
      * PARM IS NIGHTS,MOVES,SPARSE (DEFAULT 007,100,002).
      * RETURN CODES: 0 = PLAN COMPLETE, 4 = USABLE BUT PARTIAL (MOVE
      * BUDGET SPENT WITH GAINS LEFT, OR NO MOVEMENT HISTORY TO SCORE
      * AGAINST), 8 = NO PLAN (DATAFILE OR INVENTORY UNUSABLE).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
         SELECT DataFile ASSIGN TO DYNAMIC RS-DATA-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RS-DATA-STATUS.
         SELECT InventoryFile ASSIGN TO DYNAMIC RS-INVENTORY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RS-INVENTORY-STATUS.
         SELECT CrateMaster ASSIGN TO DYNAMIC RS-CRATEMASTER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RS-CRATEMASTER-STATUS.
         SELECT MovementJournal ASSIGN TO DYNAMIC RS-JOURNAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RS-JOURNAL-STATUS.
         SELECT PlannedActions ASSIGN TO DYNAMIC RS-ACTION-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
         SELECT ReslotReport ASSIGN TO DYNAMIC RS-REPORT-NAME
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
       01 DF-Limit-Record.
         02 DFL-Marker PIC X.
         02 DFL-Stack PIC 99.
         02 DFL-Weight-Limit PIC 9(7).
         02 DFL-Hazmat-OK PIC X.
       FD InventoryFile.
       01 Inventory-Record.
         02 IV-Crate-ID PIC X(8).
         02 IV-Yard-ID PIC X(8).
         02 IV-Stack-Num PIC 99.
         02 IV-Depth-Pos PIC 999.
         02 IV-Run-Date PIC 9(8).
       FD CrateMaster.
       01 Crate-Master-Record.
         02 CM-Crate-ID PIC X(8).
         02 CM-Weight PIC 9(5).
         02 CM-Hazard-Class PIC XX.
         02 CM-Owner PIC X(8).
       FD MovementJournal.
       01 Movement-Journal-Record.
         02 JR-Run-Date PIC 9(8).
         02 JR-Yard PIC X(8).
         02 JR-Crate-ID PIC X(8).
         02 JR-Verb PIC X(5).
         02 JR-From-Stack PIC 99.
         02 JR-To-Stack PIC 99.
         02 JR-Other-Party PIC X(8).
         02 JR-Shift PIC X.
         02 JR-Oper PIC X(8).
       FD PlannedActions.
       01 Planned-Action-Record PIC X(34).
       FD ReslotReport.
       01 Reslot-Report-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01 RS-DATA-NAME PIC X(40) VALUE "data".
       01 RS-INVENTORY-NAME PIC X(40) VALUE "inventory".
       01 RS-CRATEMASTER-NAME PIC X(40) VALUE "crate_master".
       01 RS-JOURNAL-NAME PIC X(40) VALUE "move_journal".
       01 RS-ACTION-NAME PIC X(40) VALUE "reslot_action".
       01 RS-REPORT-NAME PIC X(40) VALUE "reslot_report".
       01 RS-DATA-STATUS PIC XX.
       01 RS-INVENTORY-STATUS PIC XX.
       01 RS-CRATEMASTER-STATUS PIC XX.
       01 RS-JOURNAL-STATUS PIC XX.
       01 RS-EOF PIC X VALUE "N".
       01 RS-RC PIC 99 VALUE 0.
       01 RS-RUN-PARM PIC X(20).
       01 RS-NIGHTS PIC 999 VALUE 7.
       01 RS-MAX-MOVES PIC 999 VALUE 100.
       01 RS-SPARSE PIC 999 VALUE 2.
       01 RS-YARD-ID PIC X(8) VALUE SPACES.
       01 RS-RUN-DATE PIC 9(8) VALUE 0.
       01 RS-FIRST-NIGHT PIC 9(8) VALUE 0.
       01 RS-JOURNAL-USED PIC 9(8) VALUE 0.
      *YARD LAYOUT FROM THE DataFile HEADER AND 'L' RECORDS -- SAME
      *CEILINGS AS THE CRANE'S COMPILED TABLES.
       77 NUM-OF-STACKS PIC 99 VALUE 0.
       77 MAX-DEPTH PIC 999 VALUE 0.
       77 MAX-STACKS-CEILING PIC 99 VALUE 40.
       77 MAX-DEPTH-CEILING PIC 999 VALUE 200.
       01 STACK-LIMITS.
         02 STACK-WEIGHT-LIMIT OCCURS 40 TIMES PIC 9(7).
         02 STACK-HAZMAT-OK OCCURS 40 TIMES PIC X.
      *THE SIMULATED YARD: CRATES BY STACK AND DEPTH, REBUILT FROM
      *THE INVENTORY GENERATION AND UPDATED AS THE PLAN MOVES THEM,
      *WITH EACH CRATE'S VELOCITY SCORE CARRIED ALONGSIDE IT.
       01 SIM-STORAGE.
         02 SIM-STACK OCCURS 40 TIMES.
           03 SIM-SLOT.
             04 SIM-CRATES OCCURS 200 TIMES PIC X(8).
             04 SIM-P PIC 999 VALUE 0.
       01 SCORE-STORAGE.
         02 SCORE-STACK OCCURS 40 TIMES.
           03 SIM-SCORE OCCURS 200 TIMES PIC 9(5).
       01 STACK-WEIGHT-TABLE.
         02 STACK-WEIGHT OCCURS 40 TIMES PIC 9(9).
      *A STACK'S HEAT IS THE SUM OF ITS CRATES' SCORES -- WHAT EVERY
      *CRATE PUT ON TOP OF IT ADDS TO EXPECTED OVERBURDEN. A STACK
      *EMPTIED BY CONSOLIDATION IS RESERVED AND TAKES NOTHING BACK.
       01 STACK-HEAT-TABLE.
         02 STACK-HEAT OCCURS 40 TIMES PIC 9(9).
       01 STACK-RESERVED-TABLE.
         02 STACK-RESERVED OCCURS 40 TIMES PIC X.
      *IN-CORE CRATE MASTER, SAME DEGRADED MODE AS THE CRANE: AN
      *UNKNOWN CRATE IS WEIGHTLESS AND HAZARD-FREE.
       01 CM-COUNT PIC 9(6) VALUE 0.
       01 CM-SUB PIC 9(6).
       01 CM-LOOKUP-ID PIC X(8).
       01 CM-FOUND-WEIGHT PIC 9(5) VALUE 0.
       01 CM-FOUND-HAZARD PIC XX VALUE SPACES.
       01 CM-TABLE.
         02 CM-ENTRY OCCURS 2000 TIMES.
           03 CME-Crate-ID PIC X(8).
           03 CME-Weight PIC 9(5).
           03 CME-Hazard PIC XX.
           03 CME-Owner PIC X(8).
      *SCRATCH FIELDS FOR ONE MOVE.
       01 RS-SRC PIC 99.
       01 RS-DEST PIC 99.
       01 RS-CAND PIC 99.
       01 RS-LEGAL PIC X.
       01 RS-STUCK PIC X.
       01 RS-IMPROVING PIC X.
       01 RS-MOVE-CRATE PIC X(8).
       01 RS-MOVE-SCORE PIC 9(5).
       01 RS-MOVE-REASON PIC X(12).
       01 RS-BEST-HEAT PIC 9(9).
       01 RS-RELIEF PIC S9(9).
       01 RS-GAIN PIC S9(9).
       01 RS-BEST-GAIN PIC S9(9).
       01 RS-BEST-SRC PIC 99.
       01 RS-BEST-DEST PIC 99.
       01 RS-SAVE-HAZARD PIC XX.
       01 RS-SAVE-WEIGHT PIC 9(5).
       01 X-SUB PIC 999.
       01 X-SUB2 PIC 999.
       01 RS-COST PIC 9(12).
       01 COST-BEFORE PIC 9(12) VALUE 0.
       01 COST-AFTER PIC 9(12) VALUE 0.
       01 COST-SAVED PIC S9(12) VALUE 0.
       01 COST-CHANGE PIC 9(12) VALUE 0.
       01 MOVES-OUT PIC 9(6) VALUE 0.
       01 CONSOLIDATE-MOVES PIC 9(6) VALUE 0.
       01 SURFACE-MOVES PIC 9(6) VALUE 0.
       01 STACKS-FREED PIC 99 VALUE 0.
       01 CRATES-SCORED PIC 9(6) VALUE 0.
      *GENERATED COMMAND LAYOUT, SAME FIXED COLUMNS THE CRANE PARSES
      *(SEE Command IN PRGM.cbl).
       01 OUT-MOVE-COMMAND.
         02 OM-Verb PIC X(5) VALUE "move ".
         02 OM-Amt PIC 99.
         02 OM-From PIC X(6) VALUE " from ".
         02 OM-Src PIC 99.
         02 OM-To PIC X(4) VALUE " to ".
         02 OM-Dst PIC 99.
      *BATCH CONTROL RECORDS BRACKETING THE GENERATED ActionFile
      *(LAID OUT UNDER FD ActionFile IN PRGM.cbl) -- THE CRANE
      *REFUSES A FILE WHOSE TRAILER COUNT OR AMT/SRC/DST HASH TOTAL
      *DOESN'T MATCH ITS COMMANDS.
       01 RS-CTL-COUNT PIC 9(6) VALUE 0.
       01 RS-CTL-HASH PIC 9(12) VALUE 0.
       01 RS-CTL-WORK.
         02 FILLER PIC X(5).
         02 RS-CTL-AMT PIC 99.
         02 FILLER PIC X(6).
         02 RS-CTL-SRC PIC 99.
         02 FILLER PIC X(4).
         02 RS-CTL-DST PIC 99.
         02 FILLER PIC X(13).
       01 RS-CLOCK-TIME PIC 9(8).
       01 OUT-CONTROL-HEADER.
         02 OCH-Marker PIC X(5) VALUE "*HDR ".
         02 OCH-Source PIC X(8) VALUE "RESLOT  ".
         02 OCH-Date PIC 9(8).
         02 OCH-Time PIC 9(6).
       01 OUT-CONTROL-TRAILER.
         02 OCT-Marker PIC X(5) VALUE "*TRL ".
         02 OCT-Count PIC 9(6).
         02 OCT-Hash PIC 9(12).
      *REPORT LINE LAYOUTS.
       01 RPT-MOVE-LINE.
         02 RM-Command PIC X(21).
         02 RM-CRATE-TXT PIC X(8) VALUE "  CRATE ".
         02 RM-Crate PIC X(8).
         02 RM-SCORE-TXT PIC X(7) VALUE " SCORE ".
         02 RM-Score PIC Z(4)9.
         02 FILLER PIC XX VALUE SPACES.
         02 RM-Reason PIC X(12).
         02 FILLER PIC X(17) VALUE SPACES.
       01 RPT-TEXT-LINE PIC X(80).

       PROCEDURE DIVISION.
       BEGIN.
       ACCEPT RS-DATA-NAME FROM ENVIRONMENT "DD_DATA"
       IF RS-DATA-NAME = SPACES
         MOVE "data" TO RS-DATA-NAME
       END-IF
       ACCEPT RS-INVENTORY-NAME FROM ENVIRONMENT "DD_INVENTORY"
       IF RS-INVENTORY-NAME = SPACES
         MOVE "inventory" TO RS-INVENTORY-NAME
       END-IF
       ACCEPT RS-CRATEMASTER-NAME FROM ENVIRONMENT "DD_CRATE_MASTER"
       IF RS-CRATEMASTER-NAME = SPACES
         MOVE "crate_master" TO RS-CRATEMASTER-NAME
       END-IF
       ACCEPT RS-JOURNAL-NAME FROM ENVIRONMENT "DD_MOVE_JOURNAL"
       IF RS-JOURNAL-NAME = SPACES
         MOVE "move_journal" TO RS-JOURNAL-NAME
       END-IF
       ACCEPT RS-ACTION-NAME FROM ENVIRONMENT "DD_PLANNED_ACTION"
       IF RS-ACTION-NAME = SPACES
         MOVE "reslot_action" TO RS-ACTION-NAME
       END-IF
       ACCEPT RS-REPORT-NAME FROM ENVIRONMENT "DD_RESLOT_REPORT"
       IF RS-REPORT-NAME = SPACES
         MOVE "reslot_report" TO RS-REPORT-NAME
       END-IF
       MOVE SPACES TO RS-RUN-PARM
       ACCEPT RS-RUN-PARM FROM COMMAND-LINE
       IF RS-RUN-PARM(1:3) IS NUMERIC
         MOVE RS-RUN-PARM(1:3) TO RS-NIGHTS
       END-IF
       IF RS-RUN-PARM(5:3) IS NUMERIC
         MOVE RS-RUN-PARM(5:3) TO RS-MAX-MOVES
       END-IF
       IF RS-RUN-PARM(9:3) IS NUMERIC
         MOVE RS-RUN-PARM(9:3) TO RS-SPARSE
       END-IF
       IF RS-NIGHTS = 0
         MOVE 1 TO RS-NIGHTS
       END-IF
       PERFORM LOAD-YARD-LAYOUT
       PERFORM LOAD-CRATE-MASTER
       PERFORM LOAD-SIM-FROM-INVENTORY
       PERFORM COMPUTE-STACK-WEIGHTS
       PERFORM LOAD-VELOCITY-SCORES
       PERFORM COMPUTE-OVERBURDEN-COST
       MOVE RS-COST TO COST-BEFORE
       OPEN OUTPUT PlannedActions
       OPEN OUTPUT ReslotReport
       PERFORM WRITE-CONTROL-HEADER
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "===== RE-SLOT PLAN - YARD " DELIMITED BY SIZE
           RS-YARD-ID DELIMITED BY SPACE
           " AS OF " DELIMITED BY SIZE
           RS-RUN-DATE DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           RS-NIGHTS DELIMITED BY SIZE
           " NIGHTS =====" DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Reslot-Report-Record FROM RPT-TEXT-LINE
       PERFORM CONSOLIDATE-SPARSE-STACKS
       PERFORM SURFACE-FAST-MOVERS
       PERFORM WRITE-CONTROL-TRAILER
       CLOSE PlannedActions
       PERFORM COMPUTE-OVERBURDEN-COST
       MOVE RS-COST TO COST-AFTER
       COMPUTE COST-SAVED = COST-BEFORE - COST-AFTER
       MOVE SPACES TO RPT-TEXT-LINE
       WRITE Reslot-Report-Record FROM RPT-TEXT-LINE
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "MOVES=" DELIMITED BY SIZE
           MOVES-OUT DELIMITED BY SIZE
           " CONSOLIDATE=" DELIMITED BY SIZE
           CONSOLIDATE-MOVES DELIMITED BY SIZE
           " SURFACE=" DELIMITED BY SIZE
           SURFACE-MOVES DELIMITED BY SIZE
           " STACKS FREED=" DELIMITED BY SIZE
           STACKS-FREED DELIMITED BY SIZE
           " SCORED=" DELIMITED BY SIZE
           CRATES-SCORED DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Reslot-Report-Record FROM RPT-TEXT-LINE
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "EXPECTED OVERBURDEN MOVES PER " DELIMITED BY SIZE
           RS-NIGHTS DELIMITED BY SIZE
           " NIGHTS: BEFORE=" DELIMITED BY SIZE
           COST-BEFORE DELIMITED BY SIZE
           " AFTER=" DELIMITED BY SIZE
           COST-AFTER DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Reslot-Report-Record FROM RPT-TEXT-LINE
       MOVE SPACES TO RPT-TEXT-LINE
       IF COST-SAVED < 0
         COMPUTE COST-CHANGE = COST-AFTER - COST-BEFORE
         STRING "EXPECTED INCREASE IN OVERBURDEN MOVES=" DELIMITED BY
             SIZE
             COST-CHANGE DELIMITED BY SIZE
             INTO RPT-TEXT-LINE
       ELSE
         MOVE COST-SAVED TO COST-CHANGE
         STRING "EXPECTED REDUCTION IN OVERBURDEN MOVES=" DELIMITED BY
             SIZE
             COST-CHANGE DELIMITED BY SIZE
             INTO RPT-TEXT-LINE
       END-IF
       WRITE Reslot-Report-Record FROM RPT-TEXT-LINE
       CLOSE ReslotReport
       DISPLAY "RESLOT: YARD " RS-YARD-ID " " MOVES-OUT " MOVES, "
           STACKS-FREED " STACKS FREED, OVERBURDEN " COST-BEFORE
           " -> " COST-AFTER
       MOVE RS-RC TO RETURN-CODE
       STOP RUN.

      * THE HEADER AND THE OPTIONAL 'L' RECORDS ARE ALL THE PLANNER
      * NEEDS FROM THE DataFile -- THE CRATE DRAWING DESCRIBES
      * YESTERDAY MORNING, THE INVENTORY GENERATION DESCRIBES NOW.
       LOAD-YARD-LAYOUT.
       PERFORM VARYING X-SUB FROM 1 BY 1 UNTIL X-SUB > 40
           MOVE 0 TO STACK-WEIGHT-LIMIT(X-SUB)
           MOVE "Y" TO STACK-HAZMAT-OK(X-SUB)
           MOVE "N" TO STACK-RESERVED(X-SUB)
       END-PERFORM
       OPEN INPUT DataFile
       IF RS-DATA-STATUS NOT = "00"
         DISPLAY "DATAFILE UNAVAILABLE, STATUS " RS-DATA-STATUS
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       MOVE "N" TO RS-EOF
       READ DataFile
         AT END MOVE "Y" TO RS-EOF
       END-READ
       IF RS-EOF = "Y" OR DFH-Marker NOT = "H"
         DISPLAY "DATAFILE HEADER MISSING OR MISROUTED - NO PLAN"
         CLOSE DataFile
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       IF DFH-Num-Stacks > MAX-STACKS-CEILING
           OR DFH-Max-Depth > MAX-DEPTH-CEILING
         DISPLAY "DATAFILE HEADER EXCEEDS COMPILED TABLE CEILING - "
             "NO PLAN GENERATED"
         CLOSE DataFile
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       MOVE DFH-Num-Stacks TO NUM-OF-STACKS
       MOVE DFH-Max-Depth TO MAX-DEPTH
       PERFORM UNTIL RS-EOF = "Y"
           READ DataFile
             AT END MOVE "Y" TO RS-EOF
           END-READ
           IF RS-EOF NOT = "Y"
             IF Str(1:1) = "L"
               IF DFL-Stack >= 1 AND DFL-Stack <= 40
                 MOVE DFL-Weight-Limit TO STACK-WEIGHT-LIMIT(DFL-Stack)
                 MOVE DFL-Hazmat-OK TO STACK-HAZMAT-OK(DFL-Stack)
               END-IF
             ELSE
               MOVE "Y" TO RS-EOF
             END-IF
           END-IF
       END-PERFORM
       CLOSE DataFile.

       LOAD-CRATE-MASTER.
       MOVE 0 TO CM-COUNT
       MOVE "N" TO RS-EOF
       OPEN INPUT CrateMaster
       IF RS-CRATEMASTER-STATUS = "00"
         PERFORM UNTIL RS-EOF = "Y"
             READ CrateMaster
               AT END MOVE "Y" TO RS-EOF
             END-READ
             IF RS-EOF NOT = "Y"
               IF CM-COUNT >= 2000
                 DISPLAY "CRATE MASTER EXCEEDS COMPILED TABLE "
                     "CEILING - NO PLAN GENERATED"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
               END-IF
               ADD 1 TO CM-COUNT
               MOVE CM-Crate-ID TO CME-Crate-ID(CM-COUNT)
               MOVE CM-Weight TO CME-Weight(CM-COUNT)
               MOVE CM-Hazard-Class TO CME-Hazard(CM-COUNT)
               MOVE CM-Owner TO CME-Owner(CM-COUNT)
             END-IF
         END-PERFORM
         CLOSE CrateMaster
       END-IF.

      * THE INVENTORY CARRIES STACK AND DEPTH ON EVERY RECORD, SO THE
      * YARD REBUILDS BY DIRECT PLACEMENT. ITS YARD AND RUN DATE SET
      * WHICH JOURNAL RECORDS COUNT TOWARD VELOCITY.
       LOAD-SIM-FROM-INVENTORY.
       INITIALIZE SIM-STORAGE
       INITIALIZE SCORE-STORAGE
       MOVE "N" TO RS-EOF
       OPEN INPUT InventoryFile
       IF RS-INVENTORY-STATUS NOT = "00"
         DISPLAY "INVENTORY UNAVAILABLE, STATUS "
             RS-INVENTORY-STATUS
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       PERFORM UNTIL RS-EOF = "Y"
           READ InventoryFile
             AT END MOVE "Y" TO RS-EOF
           END-READ
           IF RS-EOF NOT = "Y"
             IF RS-YARD-ID = SPACES
               MOVE IV-Yard-ID TO RS-YARD-ID
               MOVE IV-Run-Date TO RS-RUN-DATE
             END-IF
             IF IV-Stack-Num >= 1 AND IV-Stack-Num <= NUM-OF-STACKS
                 AND IV-Depth-Pos >= 1 AND IV-Depth-Pos <= 200
               MOVE IV-Crate-ID
                 TO SIM-CRATES(IV-Stack-Num, IV-Depth-Pos)
               IF IV-Depth-Pos > SIM-P(IV-Stack-Num)
                 MOVE IV-Depth-Pos TO SIM-P(IV-Stack-Num)
               END-IF
             ELSE
               DISPLAY "INVENTORY RECORD OUTSIDE YARD LAYOUT "
                   "IGNORED: " IV-Crate-ID
             END-IF
           END-IF
       END-PERFORM
       CLOSE InventoryFile
       IF RS-YARD-ID = SPACES OR RS-RUN-DATE IS NOT NUMERIC
           OR RS-RUN-DATE = 0
         DISPLAY "INVENTORY EMPTY OR UNDATED - NO PLAN GENERATED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF.

       COMPUTE-STACK-WEIGHTS.
       PERFORM VARYING X-SUB FROM 1 BY 1 UNTIL X-SUB > NUM-OF-STACKS
           MOVE 0 TO STACK-WEIGHT(X-SUB)
           PERFORM VARYING X-SUB2 FROM 1 BY 1
               UNTIL X-SUB2 > SIM-P(X-SUB)
               MOVE SIM-CRATES(X-SUB, X-SUB2) TO CM-LOOKUP-ID
               PERFORM LOOKUP-CRATE-ATTRS
               ADD CM-FOUND-WEIGHT TO STACK-WEIGHT(X-SUB)
           END-PERFORM
       END-PERFORM.

      * ONE POINT PER JOURNALED TOUCH OF A CRATE THAT IS STILL IN THE
      * YARD, FOR THIS YARD, WITHIN THE LAST RS-NIGHTS NIGHTS UP TO
      * AND INCLUDING THE INVENTORY'S OWN RUN DATE. AN ADJ ENTRY IS A
      * CYCLE-COUNT CORRECTION TO THE BOOK, NOT A TOUCH, AND DOES NOT
      * SCORE. NO JOURNAL LEAVES EVERY SCORE ZERO: CONSOLIDATION
      * STILL PLANS, SURFACING HAS NOTHING TO GO ON, AND THE STEP ENDS
      * RC 4.
       LOAD-VELOCITY-SCORES.
       COMPUTE RS-FIRST-NIGHT = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(RS-RUN-DATE) - RS-NIGHTS + 1)
       MOVE "N" TO RS-EOF
       OPEN INPUT MovementJournal
       IF RS-JOURNAL-STATUS NOT = "00"
         DISPLAY "MOVEMENT JOURNAL UNAVAILABLE, STATUS "
             RS-JOURNAL-STATUS " - VELOCITY NOT SCORED"
         MOVE 4 TO RS-RC
       ELSE
         PERFORM UNTIL RS-EOF = "Y"
             READ MovementJournal
               AT END MOVE "Y" TO RS-EOF
             END-READ
             IF RS-EOF NOT = "Y"
               IF JR-Yard = RS-YARD-ID AND JR-Run-Date IS NUMERIC
                   AND JR-Run-Date >= RS-FIRST-NIGHT
                   AND JR-Run-Date <= RS-RUN-DATE
                   AND JR-Verb NOT = "ADJ  "
                 ADD 1 TO RS-JOURNAL-USED
                 PERFORM SCORE-JOURNAL-TOUCH
               END-IF
             END-IF
         END-PERFORM
         CLOSE MovementJournal
         IF RS-JOURNAL-USED = 0
           DISPLAY "NO MOVEMENT HISTORY FOR YARD " RS-YARD-ID
               " SINCE " RS-FIRST-NIGHT " - VELOCITY NOT SCORED"
           MOVE 4 TO RS-RC
         END-IF
       END-IF
       PERFORM VARYING X-SUB FROM 1 BY 1 UNTIL X-SUB > NUM-OF-STACKS
           MOVE 0 TO STACK-HEAT(X-SUB)
           PERFORM VARYING X-SUB2 FROM 1 BY 1
               UNTIL X-SUB2 > SIM-P(X-SUB)
               ADD SIM-SCORE(X-SUB, X-SUB2) TO STACK-HEAT(X-SUB)
               IF SIM-SCORE(X-SUB, X-SUB2) > 0
                 ADD 1 TO CRATES-SCORED
               END-IF
           END-PERFORM
       END-PERFORM.

       SCORE-JOURNAL-TOUCH.
       PERFORM VARYING X-SUB FROM 1 BY 1 UNTIL X-SUB > NUM-OF-STACKS
           PERFORM VARYING X-SUB2 FROM 1 BY 1
               UNTIL X-SUB2 > SIM-P(X-SUB)
               IF SIM-CRATES(X-SUB, X-SUB2) = JR-Crate-ID
                 IF SIM-SCORE(X-SUB, X-SUB2) < 99999
                   ADD 1 TO SIM-SCORE(X-SUB, X-SUB2)
                 END-IF
                 MOVE SIM-P(X-SUB) TO X-SUB2
                 MOVE NUM-OF-STACKS TO X-SUB
               END-IF
           END-PERFORM
       END-PERFORM.

      * EXPECTED OVERBURDEN: EVERY CRATE'S SCORE TIMES THE NUMBER OF
      * CRATES STANDING ON IT. LEFT IN RS-COST.
       COMPUTE-OVERBURDEN-COST.
       MOVE 0 TO RS-COST
       PERFORM VARYING X-SUB FROM 1 BY 1 UNTIL X-SUB > NUM-OF-STACKS
           PERFORM VARYING X-SUB2 FROM 1 BY 1
               UNTIL X-SUB2 > SIM-P(X-SUB)
               COMPUTE RS-COST = RS-COST + SIM-SCORE(X-SUB, X-SUB2)
                   * (SIM-P(X-SUB) - X-SUB2)
           END-PERFORM
       END-PERFORM.

      * EMPTY EVERY SPARSE STACK ONTO THE COLDEST LEGAL STACK THAT IS
      * NOT ITSELF SPARSE, TOP CRATE FIRST. A STACK THAT CAN'T BE
      * EMPTIED ENTIRELY STAYS WHERE THE LAST LEGAL MOVE LEFT IT.
       CONSOLIDATE-SPARSE-STACKS.
       PERFORM VARYING RS-SRC FROM 1 BY 1 UNTIL RS-SRC > NUM-OF-STACKS
           IF SIM-P(RS-SRC) > 0 AND SIM-P(RS-SRC) <= RS-SPARSE
             MOVE "N" TO RS-STUCK
             PERFORM UNTIL SIM-P(RS-SRC) = 0 OR RS-STUCK = "Y"
                 OR MOVES-OUT >= RS-MAX-MOVES
                 PERFORM PICK-CONSOLIDATION-TARGET
                 IF RS-DEST = 0
                   MOVE "Y" TO RS-STUCK
                 ELSE
                   MOVE "CONSOLIDATE" TO RS-MOVE-REASON
                   PERFORM EMIT-MOVE
                   ADD 1 TO CONSOLIDATE-MOVES
                 END-IF
             END-PERFORM
             IF SIM-P(RS-SRC) = 0
               MOVE "Y" TO STACK-RESERVED(RS-SRC)
               ADD 1 TO STACKS-FREED
             END-IF
           END-IF
       END-PERFORM.

       PICK-CONSOLIDATION-TARGET.
       MOVE SIM-CRATES(RS-SRC, SIM-P(RS-SRC)) TO CM-LOOKUP-ID
       PERFORM LOOKUP-CRATE-ATTRS
       MOVE 0 TO RS-DEST
       MOVE 999999999 TO RS-BEST-HEAT
       PERFORM VARYING RS-CAND FROM 1 BY 1
           UNTIL RS-CAND > NUM-OF-STACKS
           IF RS-CAND NOT = RS-SRC AND SIM-P(RS-CAND) > RS-SPARSE
             PERFORM CHECK-RELOCATE-TARGET
             IF RS-LEGAL = "Y" AND STACK-HEAT(RS-CAND) < RS-BEST-HEAT
               MOVE STACK-HEAT(RS-CAND) TO RS-BEST-HEAT
               MOVE RS-CAND TO RS-DEST
             END-IF
           END-IF
       END-PERFORM.

      * GREEDY: EACH ROUND TAKES THE SINGLE LEGAL TOP-CRATE MOVE WITH
      * THE LARGEST GAIN -- THE HEAT IT UNCOVERS ON ITS OWN STACK LESS
      * THE HEAT IT BURIES ON THE OTHER. EVERY MOVE TAKEN STRICTLY
      * LOWERS EXPECTED OVERBURDEN, SO THE PASS ALWAYS FINISHES.
       SURFACE-FAST-MOVERS.
       MOVE "Y" TO RS-IMPROVING
       PERFORM UNTIL RS-IMPROVING = "N" OR MOVES-OUT >= RS-MAX-MOVES
           PERFORM FIND-BEST-SURFACING-MOVE
           IF RS-BEST-GAIN > 0
             MOVE RS-BEST-SRC TO RS-SRC
             MOVE RS-BEST-DEST TO RS-DEST
             MOVE "SURFACE" TO RS-MOVE-REASON
             PERFORM EMIT-MOVE
             ADD 1 TO SURFACE-MOVES
           ELSE
             MOVE "N" TO RS-IMPROVING
           END-IF
       END-PERFORM
       IF RS-IMPROVING = "Y"
         DISPLAY "MOVE BUDGET OF " RS-MAX-MOVES
             " SPENT BEFORE THE PLAN SETTLED - RERUN FOR MORE"
         MOVE 4 TO RS-RC
       END-IF.

       FIND-BEST-SURFACING-MOVE.
       MOVE 0 TO RS-BEST-GAIN
       MOVE 0 TO RS-BEST-SRC
       MOVE 0 TO RS-BEST-DEST
       PERFORM VARYING RS-SRC FROM 1 BY 1 UNTIL RS-SRC > NUM-OF-STACKS
           IF SIM-P(RS-SRC) > 1
             COMPUTE RS-RELIEF = STACK-HEAT(RS-SRC)
                 - SIM-SCORE(RS-SRC, SIM-P(RS-SRC))
             IF RS-RELIEF > RS-BEST-GAIN
               MOVE SIM-CRATES(RS-SRC, SIM-P(RS-SRC)) TO CM-LOOKUP-ID
               PERFORM LOOKUP-CRATE-ATTRS
               PERFORM VARYING RS-CAND FROM 1 BY 1
                   UNTIL RS-CAND > NUM-OF-STACKS
                   IF RS-CAND NOT = RS-SRC
                     COMPUTE RS-GAIN = RS-RELIEF - STACK-HEAT(RS-CAND)
                     IF RS-GAIN > RS-BEST-GAIN
                       PERFORM CHECK-RELOCATE-TARGET
                       IF RS-LEGAL = "Y"
                         MOVE RS-GAIN TO RS-BEST-GAIN
                         MOVE RS-SRC TO RS-BEST-SRC
                         MOVE RS-CAND TO RS-BEST-DEST
                       END-IF
                     END-IF
                   END-IF
               END-PERFORM
             END-IF
           END-IF
       END-PERFORM.

      * WRITE "move 01 from RS-SRC to RS-DEST", LOG IT ON THE REPORT
      * AND APPLY IT TO THE SIMULATED YARD -- CRATE, SCORE, WEIGHT
      * AND HEAT ALL TRAVEL TOGETHER.
       EMIT-MOVE.
       MOVE SIM-CRATES(RS-SRC, SIM-P(RS-SRC)) TO RS-MOVE-CRATE
       MOVE SIM-SCORE(RS-SRC, SIM-P(RS-SRC)) TO RS-MOVE-SCORE
       MOVE RS-MOVE-CRATE TO CM-LOOKUP-ID
       PERFORM LOOKUP-CRATE-ATTRS
       MOVE 1 TO OM-Amt
       MOVE RS-SRC TO OM-Src
       MOVE RS-DEST TO OM-Dst
       MOVE OUT-MOVE-COMMAND TO RS-CTL-WORK
       PERFORM ADD-CONTROL-TOTALS
       WRITE Planned-Action-Record FROM OUT-MOVE-COMMAND
       ADD 1 TO MOVES-OUT
       MOVE OUT-MOVE-COMMAND TO RM-Command
       MOVE RS-MOVE-CRATE TO RM-Crate
       MOVE RS-MOVE-SCORE TO RM-Score
       MOVE RS-MOVE-REASON TO RM-Reason
       WRITE Reslot-Report-Record FROM RPT-MOVE-LINE
       ADD 1 TO SIM-P(RS-DEST)
       MOVE RS-MOVE-CRATE TO SIM-CRATES(RS-DEST, SIM-P(RS-DEST))
       MOVE RS-MOVE-SCORE TO SIM-SCORE(RS-DEST, SIM-P(RS-DEST))
       MOVE SPACES TO SIM-CRATES(RS-SRC, SIM-P(RS-SRC))
       MOVE 0 TO SIM-SCORE(RS-SRC, SIM-P(RS-SRC))
       SUBTRACT 1 FROM SIM-P(RS-SRC)
       ADD CM-FOUND-WEIGHT TO STACK-WEIGHT(RS-DEST)
       SUBTRACT CM-FOUND-WEIGHT FROM STACK-WEIGHT(RS-SRC)
       ADD RS-MOVE-SCORE TO STACK-HEAT(RS-DEST)
       SUBTRACT RS-MOVE-SCORE FROM STACK-HEAT(RS-SRC).

      * THE CANDIDATE STACK MUST CLEAR THE CRANE'S OWN SCREENS --
      * DEPTH, RATED WEIGHT, HAZMAT RULE, BOUNDARY CLASS -- AND MUST
      * NOT BE A STACK CONSOLIDATION HAS ALREADY FREED. CM-FOUND-
      * WEIGHT/CM-FOUND-HAZARD DESCRIBE THE CRATE BEING MOVED ON
      * ENTRY AND ARE RESTORED ON EXIT.
       CHECK-RELOCATE-TARGET.
       MOVE "Y" TO RS-LEGAL
       IF STACK-RESERVED(RS-CAND) = "Y"
         MOVE "N" TO RS-LEGAL
       END-IF
       IF SIM-P(RS-CAND) >= MAX-DEPTH
         MOVE "N" TO RS-LEGAL
       END-IF
       IF RS-LEGAL = "Y"
           AND STACK-WEIGHT-LIMIT(RS-CAND) > 0
           AND STACK-WEIGHT(RS-CAND) + CM-FOUND-WEIGHT
             > STACK-WEIGHT-LIMIT(RS-CAND)
         MOVE "N" TO RS-LEGAL
       END-IF
       IF RS-LEGAL = "Y" AND CM-FOUND-HAZARD NOT = SPACES
         IF STACK-HAZMAT-OK(RS-CAND) = "N"
           MOVE "N" TO RS-LEGAL
         ELSE
           IF SIM-P(RS-CAND) > 0
             MOVE CM-FOUND-HAZARD TO RS-SAVE-HAZARD
             MOVE CM-FOUND-WEIGHT TO RS-SAVE-WEIGHT
             MOVE SIM-CRATES(RS-CAND, SIM-P(RS-CAND))
               TO CM-LOOKUP-ID
             PERFORM LOOKUP-CRATE-ATTRS
             IF CM-FOUND-HAZARD NOT = SPACES
                 AND CM-FOUND-HAZARD NOT = RS-SAVE-HAZARD
               MOVE "N" TO RS-LEGAL
             END-IF
             MOVE RS-SAVE-HAZARD TO CM-FOUND-HAZARD
             MOVE RS-SAVE-WEIGHT TO CM-FOUND-WEIGHT
           END-IF
         END-IF
       END-IF.

       LOOKUP-CRATE-ATTRS.
       MOVE 0 TO CM-FOUND-WEIGHT
       MOVE SPACES TO CM-FOUND-HAZARD
       PERFORM VARYING CM-SUB FROM 1 BY 1 UNTIL CM-SUB > CM-COUNT
           IF CME-Crate-ID(CM-SUB) = CM-LOOKUP-ID
             MOVE CME-Weight(CM-SUB) TO CM-FOUND-WEIGHT
             MOVE CME-Hazard(CM-SUB) TO CM-FOUND-HAZARD
             MOVE CM-COUNT TO CM-SUB
           END-IF
       END-PERFORM.

       WRITE-CONTROL-HEADER.
       ACCEPT OCH-Date FROM DATE YYYYMMDD
       ACCEPT RS-CLOCK-TIME FROM TIME
       MOVE RS-CLOCK-TIME(1:6) TO OCH-Time
       WRITE Planned-Action-Record FROM OUT-CONTROL-HEADER.

      * ONE GENERATED COMMAND INTO THE TRAILER TOTALS: ITS AMT, SRC
      * AND DST COLUMNS, EACH ZERO WHERE NOT NUMERIC.
       ADD-CONTROL-TOTALS.
       ADD 1 TO RS-CTL-COUNT
       IF RS-CTL-AMT IS NUMERIC
         ADD RS-CTL-AMT TO RS-CTL-HASH
       END-IF
       IF RS-CTL-SRC IS NUMERIC
         ADD RS-CTL-SRC TO RS-CTL-HASH
       END-IF
       IF RS-CTL-DST IS NUMERIC
         ADD RS-CTL-DST TO RS-CTL-HASH
       END-IF.

       WRITE-CONTROL-TRAILER.
       MOVE RS-CTL-COUNT TO OCT-Count
       MOVE RS-CTL-HASH TO OCT-Hash
       WRITE Planned-Action-Record FROM OUT-CONTROL-TRAILER.
