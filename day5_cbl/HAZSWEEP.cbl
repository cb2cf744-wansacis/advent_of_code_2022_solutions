       IDENTIFICATION DIVISION.
       PROGRAM-ID. HAZSWEEP.
      * STANDING-STOCK HAZMAT SEGREGATION SWEEP AND EMERGENCY
      * RESPONDER LOCATION LISTING. THE CRANE SCREENS CRATES ONLY AS
      * THEY MOVE (CHECK-MOVE-SAFETY, CHECK-INBOUND-PLACEMENT IN
      * PRGM.cbl), SO CLASSES ALREADY STACKED TOGETHER IN THE
      * DataFile DRAWING, OR MADE INCOMPATIBLE BY A CMMAINT CLASS
      * CHANGE, WERE NEVER CAUGHT. THIS STEP SWEEPS THE WHOLE
      * END-OF-JOB INVENTORY AGAINST THE CRATE MASTER AND THE YARD'S
      * DataFile HEADER AND 'L' LIMIT RECORDS, AND REPORTS:
      *   - EVERY PAIR OF CRATES OF DIFFERENT HAZARD CLASSES RESTING
      *     ONE DIRECTLY ON THE OTHER -- THE SAME CONTACT RULE THE
      *     CRANE APPLIES AT THE BOUNDARY OF EVERY MOVE
      *   - EVERY HAZMAT CRATE ON A STACK WHOSE 'L' RECORD SAYS
      *     HAZMAT IS NOT ALLOWED
      *   - EVERY STACK OVER ITS RATED WEIGHT
      * IT ALSO WRITES THE FIRE BRIGADE'S LISTING FOR THE YARD ON A
      * PAGE OF ITS OWN: STACK, DEPTH, CRATE, HAZARD CLASS AND WEIGHT
      * OF EVERY HAZMAT CRATE, PLUS EVERY CRATE NOT ON THE MASTER
      * (ITS CONTENTS ARE UNKNOWN, WHICH A RESPONDER NEEDS TO KNOW
      * TOO). MULTI-YARD RUNS ADD ONE STEP PER YARD POINTING AT THAT
      * YARD'S DATAFILE AND INVENTORY, SAME AS YARDCAP.
      * RETURN CODES: 0 = CLEAN, 4 = SOMETHING TO SEGREGATE OR
      * UNLOAD, 8 = THE SWEEP COULD NOT BE MADE (NO DATAFILE,
      * INVENTORY OR CRATE MASTER).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
         SELECT DataFile ASSIGN TO DYNAMIC HZ-DATA-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HZ-DATA-STATUS.
         SELECT InventoryFile ASSIGN TO DYNAMIC HZ-INVENTORY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HZ-INVENTORY-STATUS.
         SELECT CrateMaster ASSIGN TO DYNAMIC HZ-CRATEMASTER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HZ-CRATEMASTER-STATUS.
         SELECT HazmatReport ASSIGN TO DYNAMIC HZ-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
         SELECT ResponderList ASSIGN TO DYNAMIC HZ-RESPONDER-NAME
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
       FD HazmatReport.
       01 Hazmat-Report-Record PIC X(80).
       FD ResponderList.
       01 Responder-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01 HZ-DATA-NAME PIC X(40) VALUE "data".
       01 HZ-INVENTORY-NAME PIC X(40) VALUE "inventory".
       01 HZ-CRATEMASTER-NAME PIC X(40) VALUE "crate_master".
       01 HZ-REPORT-NAME PIC X(40) VALUE "hazmat_report".
       01 HZ-RESPONDER-NAME PIC X(40) VALUE "responder_list".
       01 HZ-DATA-STATUS PIC XX.
       01 HZ-INVENTORY-STATUS PIC XX.
       01 HZ-CRATEMASTER-STATUS PIC XX.
       01 HZ-EOF PIC X VALUE "N".
       01 HZ-YARD-ID PIC X(8) VALUE SPACES.
       01 HZ-RUN-DATE PIC 9(8) VALUE 0.
      *YARD LAYOUT FROM THE DataFile HEADER AND 'L' RECORDS -- SAME
      *CEILINGS AS THE CRANE'S COMPILED TABLES.
       77 NUM-OF-STACKS PIC 99 VALUE 0.
       77 MAX-STACKS-CEILING PIC 99 VALUE 40.
       77 MAX-DEPTH-CEILING PIC 999 VALUE 200.
       01 STACK-LIMITS.
         02 STACK-WEIGHT-LIMIT OCCURS 40 TIMES PIC 9(7).
         02 STACK-HAZMAT-OK OCCURS 40 TIMES PIC X.
      *THE YARD AS THE INVENTORY LEFT IT, BY STACK AND DEPTH.
       01 SIM-STORAGE.
         02 SIM-STACK OCCURS 40 TIMES.
           03 SIM-SLOT.
             04 SIM-CRATES OCCURS 200 TIMES PIC X(8).
             04 SIM-P PIC 999 VALUE 0.
       01 STACK-WEIGHT-TABLE.
         02 STACK-WEIGHT OCCURS 40 TIMES PIC 9(9).
      *IN-CORE CRATE MASTER. UNLIKE THE CRANE THE SWEEP HAS NO
      *DEGRADED MODE -- WITHOUT THE MASTER THERE IS NOTHING TO SWEEP.
       01 CM-COUNT PIC 9(6) VALUE 0.
       01 CM-SUB PIC 9(6).
       01 CM-LOOKUP-ID PIC X(8).
       01 CM-FOUND PIC X VALUE "N".
       01 CM-FOUND-WEIGHT PIC 9(5) VALUE 0.
       01 CM-FOUND-HAZARD PIC XX VALUE SPACES.
       01 CM-TABLE.
         02 CM-ENTRY OCCURS 2000 TIMES.
           03 CME-Crate-ID PIC X(8).
           03 CME-Weight PIC 9(5).
           03 CME-Hazard PIC XX.
           03 CME-Owner PIC X(8).
       01 X-SUB PIC 999.
       01 X-SUB2 PIC 999.
       01 BELOW-HAZARD PIC XX.
       01 BELOW-CRATE PIC X(8).
       01 INCOMPATIBLE-COUNT PIC 9(6) VALUE 0.
       01 NO-HAZMAT-COUNT PIC 9(6) VALUE 0.
       01 OVERWEIGHT-COUNT PIC 9(6) VALUE 0.
       01 HAZMAT-CRATES PIC 9(6) VALUE 0.
       01 HAZMAT-WEIGHT PIC 9(9) VALUE 0.
       01 UNKNOWN-CRATES PIC 9(6) VALUE 0.
      *RESPONDER LISTING PAGING. A YARD THAT OUTGROWS ONE PAGE
      *CONTINUES ON THE NEXT UNDER THE SAME HEADING.
       01 PAGE-LINES PIC 99 VALUE 0.
       01 PAGE-MAX-LINES PIC 99 VALUE 50.
       01 PAGE-NUM PIC 99 VALUE 0.
      *REPORT LINE LAYOUTS.
       01 RPT-FINDING-LINE.
         02 RF-Finding PIC X(24).
         02 RF-STACK-TXT PIC X(6) VALUE "STACK ".
         02 RF-Stack PIC Z9.
         02 RF-DEPTH-TXT PIC X(7) VALUE " DEPTH ".
         02 RF-Depth PIC ZZ9.
         02 FILLER PIC X VALUE SPACE.
         02 RF-Crate PIC X(8).
         02 RF-CLASS-TXT PIC X(7) VALUE " CLASS ".
         02 RF-Class PIC XX.
         02 RF-Detail PIC X(20).
       01 RPT-WEIGHT-LINE.
         02 RW-Finding PIC X(24) VALUE "OVER STACK WEIGHT LIMIT".
         02 RW-STACK-TXT PIC X(6) VALUE "STACK ".
         02 RW-Stack PIC Z9.
         02 RW-WEIGHT-TXT PIC X(8) VALUE " WEIGHT ".
         02 RW-Weight PIC Z(8)9.
         02 RW-LIMIT-TXT PIC X(7) VALUE " LIMIT ".
         02 RW-Limit PIC Z(6)9.
       01 RSP-COLUMN-LINE.
         02 FILLER PIC X(40)
             VALUE "STACK  DEPTH  CRATE     CLASS    WEIGHT ".
         02 FILLER PIC X(40) VALUE SPACES.
       01 RSP-DETAIL-LINE.
         02 FILLER PIC XX VALUE SPACES.
         02 RD-Stack PIC Z9.
         02 FILLER PIC X(4) VALUE SPACES.
         02 RD-Depth PIC ZZ9.
         02 FILLER PIC XX VALUE SPACES.
         02 RD-Crate PIC X(8).
         02 FILLER PIC X(4) VALUE SPACES.
         02 RD-Class PIC XX.
         02 FILLER PIC X(4) VALUE SPACES.
         02 RD-Weight PIC Z(5)9.
         02 FILLER PIC XX VALUE SPACES.
         02 RD-Note PIC X(20).
       01 RPT-TEXT-LINE PIC X(80).

       PROCEDURE DIVISION.
       BEGIN.
       ACCEPT HZ-DATA-NAME FROM ENVIRONMENT "DD_DATA"
       IF HZ-DATA-NAME = SPACES
         MOVE "data" TO HZ-DATA-NAME
       END-IF
       ACCEPT HZ-INVENTORY-NAME FROM ENVIRONMENT "DD_INVENTORY"
       IF HZ-INVENTORY-NAME = SPACES
         MOVE "inventory" TO HZ-INVENTORY-NAME
       END-IF
       ACCEPT HZ-CRATEMASTER-NAME FROM ENVIRONMENT "DD_CRATE_MASTER"
       IF HZ-CRATEMASTER-NAME = SPACES
         MOVE "crate_master" TO HZ-CRATEMASTER-NAME
       END-IF
       ACCEPT HZ-REPORT-NAME FROM ENVIRONMENT "DD_HAZMAT_RPT"
       IF HZ-REPORT-NAME = SPACES
         MOVE "hazmat_report" TO HZ-REPORT-NAME
       END-IF
       ACCEPT HZ-RESPONDER-NAME FROM ENVIRONMENT "DD_RESPONDER_LIST"
       IF HZ-RESPONDER-NAME = SPACES
         MOVE "responder_list" TO HZ-RESPONDER-NAME
       END-IF
       PERFORM LOAD-YARD-LAYOUT
       PERFORM LOAD-CRATE-MASTER
       PERFORM LOAD-SIM-FROM-INVENTORY
       PERFORM COMPUTE-STACK-WEIGHTS
       OPEN OUTPUT HazmatReport
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "===== HAZMAT SEGREGATION SWEEP - YARD " DELIMITED BY SIZE
           HZ-YARD-ID DELIMITED BY SPACE
           " AS OF " DELIMITED BY SIZE
           HZ-RUN-DATE DELIMITED BY SIZE
           " =====" DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Hazmat-Report-Record FROM RPT-TEXT-LINE
       PERFORM VARYING X-SUB FROM 1 BY 1 UNTIL X-SUB > NUM-OF-STACKS
           PERFORM SWEEP-ONE-STACK
       END-PERFORM
       MOVE SPACES TO RPT-TEXT-LINE
       WRITE Hazmat-Report-Record FROM RPT-TEXT-LINE
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "STACKS=" DELIMITED BY SIZE
           NUM-OF-STACKS DELIMITED BY SIZE
           " INCOMPATIBLE=" DELIMITED BY SIZE
           INCOMPATIBLE-COUNT DELIMITED BY SIZE
           " NO-HAZMAT STACK=" DELIMITED BY SIZE
           NO-HAZMAT-COUNT DELIMITED BY SIZE
           " OVERWEIGHT=" DELIMITED BY SIZE
           OVERWEIGHT-COUNT DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Hazmat-Report-Record FROM RPT-TEXT-LINE
       CLOSE HazmatReport
       PERFORM WRITE-RESPONDER-LIST
       DISPLAY "HAZSWEEP: YARD " HZ-YARD-ID " " INCOMPATIBLE-COUNT
           " INCOMPATIBLE, " NO-HAZMAT-COUNT " ON NO-HAZMAT STACKS, "
           OVERWEIGHT-COUNT " OVERWEIGHT STACKS"
       IF INCOMPATIBLE-COUNT > 0 OR NO-HAZMAT-COUNT > 0
           OR OVERWEIGHT-COUNT > 0
         MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

      * THE HEADER AND THE OPTIONAL 'L' RECORDS ARE ALL THE SWEEP
      * NEEDS FROM THE DataFile.
       LOAD-YARD-LAYOUT.
       PERFORM VARYING X-SUB FROM 1 BY 1 UNTIL X-SUB > 40
           MOVE 0 TO STACK-WEIGHT-LIMIT(X-SUB)
           MOVE "Y" TO STACK-HAZMAT-OK(X-SUB)
       END-PERFORM
       OPEN INPUT DataFile
       IF HZ-DATA-STATUS NOT = "00"
         DISPLAY "DATAFILE UNAVAILABLE, STATUS " HZ-DATA-STATUS
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       MOVE "N" TO HZ-EOF
       READ DataFile
         AT END MOVE "Y" TO HZ-EOF
       END-READ
       IF HZ-EOF = "Y" OR DFH-Marker NOT = "H"
         DISPLAY "DATAFILE HEADER MISSING OR MISROUTED - NO SWEEP"
         CLOSE DataFile
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       IF DFH-Num-Stacks > MAX-STACKS-CEILING
           OR DFH-Max-Depth > MAX-DEPTH-CEILING
         DISPLAY "DATAFILE HEADER EXCEEDS COMPILED TABLE CEILING - "
             "NO SWEEP"
         CLOSE DataFile
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       MOVE DFH-Num-Stacks TO NUM-OF-STACKS
       PERFORM UNTIL HZ-EOF = "Y"
           READ DataFile
             AT END MOVE "Y" TO HZ-EOF
           END-READ
           IF HZ-EOF NOT = "Y"
             IF Str(1:1) = "L"
               IF DFL-Stack >= 1 AND DFL-Stack <= 40
                 MOVE DFL-Weight-Limit TO STACK-WEIGHT-LIMIT(DFL-Stack)
                 MOVE DFL-Hazmat-OK TO STACK-HAZMAT-OK(DFL-Stack)
               END-IF
             ELSE
               MOVE "Y" TO HZ-EOF
             END-IF
           END-IF
       END-PERFORM
       CLOSE DataFile.

       LOAD-CRATE-MASTER.
       MOVE 0 TO CM-COUNT
       MOVE "N" TO HZ-EOF
       OPEN INPUT CrateMaster
       IF HZ-CRATEMASTER-STATUS NOT = "00"
         DISPLAY "CRATE MASTER UNAVAILABLE, STATUS "
             HZ-CRATEMASTER-STATUS " - NO SWEEP"
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       PERFORM UNTIL HZ-EOF = "Y"
           READ CrateMaster
             AT END MOVE "Y" TO HZ-EOF
           END-READ
           IF HZ-EOF NOT = "Y"
             IF CM-COUNT >= 2000
               DISPLAY "CRATE MASTER EXCEEDS COMPILED TABLE "
                   "CEILING - NO SWEEP"
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
       CLOSE CrateMaster.

      * THE INVENTORY CARRIES STACK AND DEPTH ON EVERY RECORD, SO THE
      * YARD REBUILDS BY DIRECT PLACEMENT -- NO SORT NEEDED.
       LOAD-SIM-FROM-INVENTORY.
       INITIALIZE SIM-STORAGE
       MOVE "N" TO HZ-EOF
       OPEN INPUT InventoryFile
       IF HZ-INVENTORY-STATUS NOT = "00"
         DISPLAY "INVENTORY UNAVAILABLE, STATUS "
             HZ-INVENTORY-STATUS
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       PERFORM UNTIL HZ-EOF = "Y"
           READ InventoryFile
             AT END MOVE "Y" TO HZ-EOF
           END-READ
           IF HZ-EOF NOT = "Y"
             IF HZ-YARD-ID = SPACES
               MOVE IV-Yard-ID TO HZ-YARD-ID
               MOVE IV-Run-Date TO HZ-RUN-DATE
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
       CLOSE InventoryFile.

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

      * ONE STACK, BOTTOM UP. A CLASS CONFLICT IS REPORTED ON THE
      * UPPER CRATE OF THE PAIR, NAMING THE ONE IT RESTS ON. A GAP IN
      * THE INVENTORY'S DEPTH NUMBERING IS NOT A CRATE AND IS PASSED
      * OVER.
       SWEEP-ONE-STACK.
       IF STACK-WEIGHT-LIMIT(X-SUB) > 0
           AND STACK-WEIGHT(X-SUB) > STACK-WEIGHT-LIMIT(X-SUB)
         MOVE X-SUB TO RW-Stack
         MOVE STACK-WEIGHT(X-SUB) TO RW-Weight
         MOVE STACK-WEIGHT-LIMIT(X-SUB) TO RW-Limit
         WRITE Hazmat-Report-Record FROM RPT-WEIGHT-LINE
         ADD 1 TO OVERWEIGHT-COUNT
       END-IF
       MOVE SPACES TO BELOW-HAZARD
       MOVE SPACES TO BELOW-CRATE
       PERFORM VARYING X-SUB2 FROM 1 BY 1 UNTIL X-SUB2 > SIM-P(X-SUB)
           MOVE SIM-CRATES(X-SUB, X-SUB2) TO CM-LOOKUP-ID
           PERFORM LOOKUP-CRATE-ATTRS
           IF CM-LOOKUP-ID NOT = SPACES AND CM-FOUND-HAZARD NOT = SPACES
             MOVE X-SUB TO RF-Stack
             MOVE X-SUB2 TO RF-Depth
             MOVE CM-LOOKUP-ID TO RF-Crate
             MOVE CM-FOUND-HAZARD TO RF-Class
             IF STACK-HAZMAT-OK(X-SUB) = "N"
               MOVE "HAZMAT ON NO-HAZMAT STK" TO RF-Finding
               MOVE SPACES TO RF-Detail
               WRITE Hazmat-Report-Record FROM RPT-FINDING-LINE
               ADD 1 TO NO-HAZMAT-COUNT
             END-IF
             IF BELOW-HAZARD NOT = SPACES
                 AND BELOW-HAZARD NOT = CM-FOUND-HAZARD
               MOVE "INCOMPATIBLE CLASSES" TO RF-Finding
               MOVE SPACES TO RF-Detail
               STRING " ON " DELIMITED BY SIZE
                   BELOW-CRATE DELIMITED BY SIZE
                   " CL " DELIMITED BY SIZE
                   BELOW-HAZARD DELIMITED BY SIZE
                   INTO RF-Detail
               WRITE Hazmat-Report-Record FROM RPT-FINDING-LINE
               ADD 1 TO INCOMPATIBLE-COUNT
             END-IF
           END-IF
           IF CM-LOOKUP-ID NOT = SPACES
             MOVE CM-FOUND-HAZARD TO BELOW-HAZARD
             MOVE CM-LOOKUP-ID TO BELOW-CRATE
           END-IF
       END-PERFORM.

      * THE RESPONDER LISTING STARTS ON A FRESH PAGE, SO A MULTI-YARD
      * NIGHT PRINTS ONE YARD PER PAGE. DEPTH 1 IS THE BOTTOM CRATE.
      * EVERY WRITE CARRIES ITS OWN CARRIAGE CONTROL.
       WRITE-RESPONDER-LIST.
       OPEN OUTPUT ResponderList
       MOVE 0 TO PAGE-NUM
       PERFORM WRITE-RESPONDER-HEADING
       PERFORM VARYING X-SUB FROM 1 BY 1 UNTIL X-SUB > NUM-OF-STACKS
           PERFORM VARYING X-SUB2 FROM 1 BY 1
               UNTIL X-SUB2 > SIM-P(X-SUB)
               MOVE SIM-CRATES(X-SUB, X-SUB2) TO CM-LOOKUP-ID
               PERFORM LOOKUP-CRATE-ATTRS
               IF CM-LOOKUP-ID NOT = SPACES
                 IF CM-FOUND = "N" OR CM-FOUND-HAZARD NOT = SPACES
                   PERFORM WRITE-RESPONDER-LINE
                 END-IF
               END-IF
           END-PERFORM
       END-PERFORM
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "HAZMAT CRATES=" DELIMITED BY SIZE
           HAZMAT-CRATES DELIMITED BY SIZE
           " HAZMAT WEIGHT=" DELIMITED BY SIZE
           HAZMAT-WEIGHT DELIMITED BY SIZE
           " UNIDENTIFIED CRATES=" DELIMITED BY SIZE
           UNKNOWN-CRATES DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Responder-Record FROM RPT-TEXT-LINE
         AFTER ADVANCING 2 LINES
       CLOSE ResponderList.

       WRITE-RESPONDER-HEADING.
       ADD 1 TO PAGE-NUM
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "EMERGENCY RESPONDER HAZMAT LOCATIONS - YARD "
           DELIMITED BY SIZE
           HZ-YARD-ID DELIMITED BY SPACE
           " AS OF " DELIMITED BY SIZE
           HZ-RUN-DATE DELIMITED BY SIZE
           "  PAGE " DELIMITED BY SIZE
           PAGE-NUM DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Responder-Record FROM RPT-TEXT-LINE
         AFTER ADVANCING PAGE
       MOVE "DEPTH 1 IS THE BOTTOM OF THE STACK. CLASS ?? = CRATE NOT ON
      -    " THE CRATE MASTER." TO RPT-TEXT-LINE
       WRITE Responder-Record FROM RPT-TEXT-LINE
         AFTER ADVANCING 1 LINE
       WRITE Responder-Record FROM RSP-COLUMN-LINE
         AFTER ADVANCING 2 LINES
       MOVE 0 TO PAGE-LINES.

       WRITE-RESPONDER-LINE.
       IF PAGE-LINES >= PAGE-MAX-LINES
         PERFORM WRITE-RESPONDER-HEADING
       END-IF
       MOVE X-SUB TO RD-Stack
       MOVE X-SUB2 TO RD-Depth
       MOVE CM-LOOKUP-ID TO RD-Crate
       IF CM-FOUND = "N"
         MOVE "??" TO RD-Class
         MOVE 0 TO RD-Weight
         MOVE "CONTENTS UNKNOWN" TO RD-Note
         ADD 1 TO UNKNOWN-CRATES
       ELSE
         MOVE CM-FOUND-HAZARD TO RD-Class
         MOVE CM-FOUND-WEIGHT TO RD-Weight
         MOVE SPACES TO RD-Note
         ADD 1 TO HAZMAT-CRATES
         ADD CM-FOUND-WEIGHT TO HAZMAT-WEIGHT
       END-IF
       WRITE Responder-Record FROM RSP-DETAIL-LINE
         AFTER ADVANCING 1 LINE
       ADD 1 TO PAGE-LINES.

       LOOKUP-CRATE-ATTRS.
       MOVE "N" TO CM-FOUND
       MOVE 0 TO CM-FOUND-WEIGHT
       MOVE SPACES TO CM-FOUND-HAZARD
       PERFORM VARYING CM-SUB FROM 1 BY 1 UNTIL CM-SUB > CM-COUNT
           IF CME-Crate-ID(CM-SUB) = CM-LOOKUP-ID
             MOVE "Y" TO CM-FOUND
             MOVE CME-Weight(CM-SUB) TO CM-FOUND-WEIGHT
             MOVE CME-Hazard(CM-SUB) TO CM-FOUND-HAZARD
             MOVE CM-COUNT TO CM-SUB
           END-IF
       END-PERFORM.
