       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSLMAINT.
      * VESSEL SCHEDULE MAINTENANCE. LC-Ship-ID ON A load WAS FREE
      * TEXT -- THE CRANE LOADED ONTO SHIPS THAT HAD SAILED AND SHIP
      * IDS NOBODY BOOKED. THE SCHEDULE GIVES EVERY BOOKED CALL ITS
      * BERTH YARD, LOAD CUTOFF AND SAILING TIMESTAMPS (YYYYMMDDHHMMSS,
      * THE SAME FORM AS A COMMAND'S CMD-TS) AND THE CRATE COUNT AND
      * WEIGHT BOOKED ON IT. THE CRANE SCREENS EVERY load AGAINST IT
      * AND SAILRPT.cbl MEASURES WHAT WENT ABOARD AGAINST THE BOOKING.
      * THIS STEP APPLIES A TRANSACTION FILE OF ADD/CHG/DEL RECORDS,
      * EACH VALIDATED BEFORE APPLICATION:
      *   - ACTION MUST BE ADD, CHG OR DEL, WITH A SHIP ID
      *   - ADD OF A SHIP ALREADY ON THE SCHEDULE IS REJECTED
      *   - CHG/DEL OF A SHIP NOT ON THE SCHEDULE IS REJECTED
      *   - ADD/CHG NEED A BERTH YARD, A VALID CUTOFF AND SAILING
      *     TIMESTAMP WITH THE SAILING NOT BEFORE THE CUTOFF, A
      *     NONZERO BOOKED CRATE COUNT AND A NUMERIC BOOKED WEIGHT
      * A CHG REPLACES THE SHIP'S WHOLE RECORD -- A SLIPPED SAILING
      * IS KEYED WITH THE REST OF THE BOOKING UNCHANGED.
      * THE UPDATED SCHEDULE IS WRITTEN AS A NEW OUTPUT DATASET -- THE
      * LIVE ONE IS NEVER TOUCHED IN PLACE -- AND THE UPDATE REPORT
      * SHOWS EVERY TRANSACTION'S DISPOSITION WITH REJECTS CALLED OUT.
      * RC 0 = ALL APPLIED, RC 4 = SOMETHING REJECTED (THE REST STILL
      * APPLIED), RC 8 = STRUCTURAL FAILURE, NO SCHEDULE WRITTEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
         SELECT VesselSchedule ASSIGN TO DYNAMIC VM-MASTER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VM-MASTER-STATUS.
         SELECT VesselTrans ASSIGN TO DYNAMIC VM-TRANS-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VM-TRANS-STATUS.
         SELECT NewVesselSchedule ASSIGN TO DYNAMIC VM-NEWMASTER-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
         SELECT UpdateReport ASSIGN TO DYNAMIC VM-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD VesselSchedule.
       01 Vessel-Record.
         02 VS-Ship-ID PIC X(8).
         02 VS-Berth-Yard PIC X(8).
         02 VS-Cutoff-TS PIC X(14).
         02 VS-Sail-TS PIC X(14).
         02 VS-Booked-Count PIC 9(6).
         02 VS-Booked-Weight PIC 9(9).
      * ONE TRANSACTION PER RECORD: THE ACTION, THEN THE WHOLE NEW
      * SCHEDULE RECORD (IGNORED ON A DEL). THE FIGURES ARRIVE AS
      * TEXT SO A KEYING MISTAKE IS A REJECT, NOT AN ABEND.
       FD VesselTrans.
       01 Vessel-Trans-Record.
         02 TX-Action PIC X(3).
         02 TX-Ship-ID PIC X(8).
         02 TX-Berth-Yard PIC X(8).
         02 TX-Cutoff-TS PIC X(14).
         02 TX-Sail-TS PIC X(14).
         02 TX-Booked-Count PIC X(6).
         02 TX-Booked-Weight PIC X(9).
       FD NewVesselSchedule.
       01 New-Vessel-Record PIC X(59).
       FD UpdateReport.
       01 Update-Report-Record PIC X(100).

       WORKING-STORAGE SECTION.
       01 VM-MASTER-NAME PIC X(40) VALUE "vessel_schedule".
       01 VM-TRANS-NAME PIC X(40) VALUE "vessel_trans".
       01 VM-NEWMASTER-NAME PIC X(40) VALUE "vessel_schedule_new".
       01 VM-REPORT-NAME PIC X(40) VALUE "vessel_report".
       01 VM-MASTER-STATUS PIC XX.
       01 VM-TRANS-STATUS PIC XX.
       01 VM-EOF PIC X VALUE "N".
      *THE WHOLE SCHEDULE IN CORE, DELETED ENTRIES FLAGGED RATHER THAN
      *SQUEEZED OUT SO THE TABLE NEVER SHUFFLES MID-RUN. 200 IS THE
      *CRANE'S OWN COMPILED SCHEDULE CEILING.
       01 VS-COUNT PIC 9(6) VALUE 0.
       01 VS-SUB PIC 9(6).
       01 VS-FOUND PIC 9(6).
       01 VS-TABLE.
         02 VS-ENTRY OCCURS 200 TIMES.
           03 VSE-Record PIC X(59).
           03 VSE-Deleted PIC X.
       01 VM-TRANS-READ PIC 9(6) VALUE 0.
       01 VM-APPLIED PIC 9(6) VALUE 0.
       01 VM-REJECTED PIC 9(6) VALUE 0.
       01 VM-WRITTEN PIC 9(6) VALUE 0.
       01 VM-REJECT-REASON PIC X(30).
      *TIMESTAMP UNDER TEST, BROKEN OUT FOR THE CALENDAR AND CLOCK
      *CHECKS.
       01 VM-TS-WORK PIC X(14).
       01 VM-TS-PARTS REDEFINES VM-TS-WORK.
         02 VM-TS-YYYY PIC X(4).
         02 VM-TS-MM PIC XX.
         02 VM-TS-DD PIC XX.
         02 VM-TS-HH PIC XX.
         02 VM-TS-MI PIC XX.
         02 VM-TS-SS PIC XX.
       01 VM-DATE-YEAR PIC 9(4).
       01 VM-DATE-MONTH PIC 99.
       01 VM-DATE-DAY PIC 99.
       01 VM-MONTH-LIMIT PIC 99.
       01 VM-MONTH-DAYS-VALUES PIC X(24)
           VALUE "312831303130313130313031".
       01 VM-MONTH-DAYS-TABLE REDEFINES VM-MONTH-DAYS-VALUES.
         02 VM-MONTH-DAYS PIC 99 OCCURS 12 TIMES.
      *REPORT LINE LAYOUT: ONE LINE PER TRANSACTION, DISPOSITION
      *FIRST SO THE REJECTS JUMP OUT OF A COLUMN SCAN.
       01 RPT-TRANS-LINE.
         02 RT-Disp PIC X(9).
         02 RT-Action PIC X(3).
         02 FILLER PIC X VALUE SPACE.
         02 RT-Ship PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 RT-Yard PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 RT-Cutoff PIC X(14).
         02 FILLER PIC X VALUE SPACE.
         02 RT-Sail PIC X(14).
         02 FILLER PIC X VALUE SPACE.
         02 RT-Count PIC X(6).
         02 FILLER PIC XX VALUE SPACES.
         02 RT-Reason PIC X(30).
       01 RPT-TEXT-LINE PIC X(100).

       PROCEDURE DIVISION.
       BEGIN.
       ACCEPT VM-MASTER-NAME FROM ENVIRONMENT "DD_VESSEL"
       IF VM-MASTER-NAME = SPACES
         MOVE "vessel_schedule" TO VM-MASTER-NAME
       END-IF
       ACCEPT VM-TRANS-NAME FROM ENVIRONMENT "DD_VESSEL_TRANS"
       IF VM-TRANS-NAME = SPACES
         MOVE "vessel_trans" TO VM-TRANS-NAME
       END-IF
       ACCEPT VM-NEWMASTER-NAME FROM ENVIRONMENT "DD_VESSEL_NEW"
       IF VM-NEWMASTER-NAME = SPACES
         MOVE "vessel_schedule_new" TO VM-NEWMASTER-NAME
       END-IF
       ACCEPT VM-REPORT-NAME FROM ENVIRONMENT "DD_VESSEL_REPORT"
       IF VM-REPORT-NAME = SPACES
         MOVE "vessel_report" TO VM-REPORT-NAME
       END-IF
       PERFORM LOAD-OLD-SCHEDULE
       OPEN OUTPUT UpdateReport
       MOVE "===== VESSEL SCHEDULE UPDATE REPORT =====" TO
           RPT-TEXT-LINE
       WRITE Update-Report-Record FROM RPT-TEXT-LINE
       PERFORM APPLY-TRANSACTIONS
       PERFORM WRITE-NEW-SCHEDULE
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "TRANSACTIONS=" DELIMITED BY SIZE
           VM-TRANS-READ DELIMITED BY SIZE
           " APPLIED=" DELIMITED BY SIZE
           VM-APPLIED DELIMITED BY SIZE
           " REJECTED=" DELIMITED BY SIZE
           VM-REJECTED DELIMITED BY SIZE
           " SHIPS ON SCHEDULE=" DELIMITED BY SIZE
           VM-WRITTEN DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Update-Report-Record FROM RPT-TEXT-LINE
       CLOSE UpdateReport
       DISPLAY "VSLMAINT: " VM-TRANS-READ " TRANSACTIONS, "
           VM-APPLIED " APPLIED, " VM-REJECTED " REJECTED, "
           VM-WRITTEN " SHIPS ON NEW SCHEDULE"
       IF VM-REJECTED > 0
         MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

      * A MISSING OLD SCHEDULE IS A LEGITIMATE FIRST RUN -- THE NEW
      * ONE IS BUILT FROM THE ADDs ALONE.
       LOAD-OLD-SCHEDULE.
       MOVE 0 TO VS-COUNT
       MOVE "N" TO VM-EOF
       OPEN INPUT VesselSchedule
       IF VM-MASTER-STATUS NOT = "00"
         DISPLAY "OLD SCHEDULE NOT PRESENT, STATUS " VM-MASTER-STATUS
             " - BUILDING FROM TRANSACTIONS ALONE"
         MOVE "Y" TO VM-EOF
       END-IF
       PERFORM UNTIL VM-EOF = "Y"
           READ VesselSchedule
             AT END MOVE "Y" TO VM-EOF
           END-READ
           IF VM-EOF NOT = "Y"
             IF VS-COUNT >= 200
               DISPLAY "OLD SCHEDULE EXCEEDS COMPILED TABLE CEILING "
                   "- NO UPDATE APPLIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO VS-COUNT
             MOVE Vessel-Record TO VSE-Record(VS-COUNT)
             MOVE "N" TO VSE-Deleted(VS-COUNT)
           END-IF
       END-PERFORM
       IF VM-MASTER-STATUS = "00" OR VM-MASTER-STATUS = "10"
         CLOSE VesselSchedule
       END-IF.

       APPLY-TRANSACTIONS.
       MOVE "N" TO VM-EOF
       OPEN INPUT VesselTrans
       IF VM-TRANS-STATUS NOT = "00"
         DISPLAY "TRANSACTION FILE UNAVAILABLE, STATUS "
             VM-TRANS-STATUS
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       PERFORM UNTIL VM-EOF = "Y"
           READ VesselTrans
             AT END MOVE "Y" TO VM-EOF
           END-READ
           IF VM-EOF NOT = "Y"
             ADD 1 TO VM-TRANS-READ
             PERFORM APPLY-ONE-TRANSACTION
           END-IF
       END-PERFORM
       CLOSE VesselTrans.

       APPLY-ONE-TRANSACTION.
       MOVE SPACES TO VM-REJECT-REASON
       PERFORM FIND-SCHEDULED-SHIP
       IF TX-Action NOT = "ADD" AND TX-Action NOT = "CHG"
           AND TX-Action NOT = "DEL"
         MOVE "UNKNOWN ACTION" TO VM-REJECT-REASON
       ELSE
         IF TX-Ship-ID = SPACES
           MOVE "SHIP ID MISSING" TO VM-REJECT-REASON
         ELSE
           IF TX-Action = "ADD" AND VS-FOUND > 0
             MOVE "DUPLICATE ADD - SHIP SCHEDULED" TO
                 VM-REJECT-REASON
           END-IF
           IF (TX-Action = "CHG" OR TX-Action = "DEL")
               AND VS-FOUND = 0
             MOVE "SHIP NOT ON SCHEDULE" TO VM-REJECT-REASON
           END-IF
           IF TX-Action NOT = "DEL"
               AND VM-REJECT-REASON = SPACES
             PERFORM CHECK-BOOKING-FIELDS
           END-IF
         END-IF
       END-IF
       IF VM-REJECT-REASON NOT = SPACES
         ADD 1 TO VM-REJECTED
         MOVE "REJECTED " TO RT-Disp
         PERFORM WRITE-TRANS-LINE
       ELSE
         IF TX-Action = "ADD"
           IF VS-COUNT >= 200
             MOVE "SCHEDULE TABLE FULL" TO VM-REJECT-REASON
             ADD 1 TO VM-REJECTED
             MOVE "REJECTED " TO RT-Disp
             PERFORM WRITE-TRANS-LINE
           ELSE
             ADD 1 TO VS-COUNT
             MOVE VS-COUNT TO VS-FOUND
             PERFORM MOVE-TRANS-TO-ENTRY
             MOVE "N" TO VSE-Deleted(VS-COUNT)
             ADD 1 TO VM-APPLIED
             MOVE "APPLIED  " TO RT-Disp
             PERFORM WRITE-TRANS-LINE
           END-IF
         END-IF
         IF TX-Action = "CHG"
           PERFORM MOVE-TRANS-TO-ENTRY
           ADD 1 TO VM-APPLIED
           MOVE "APPLIED  " TO RT-Disp
           PERFORM WRITE-TRANS-LINE
         END-IF
         IF TX-Action = "DEL"
           MOVE "Y" TO VSE-Deleted(VS-FOUND)
           ADD 1 TO VM-APPLIED
           MOVE "APPLIED  " TO RT-Disp
           PERFORM WRITE-TRANS-LINE
         END-IF
       END-IF.

       CHECK-BOOKING-FIELDS.
       IF TX-Berth-Yard = SPACES
         MOVE "BERTH YARD MISSING" TO VM-REJECT-REASON
       END-IF
       IF VM-REJECT-REASON = SPACES
         MOVE TX-Cutoff-TS TO VM-TS-WORK
         PERFORM CHECK-TIMESTAMP
         IF VM-REJECT-REASON NOT = SPACES
           MOVE "CUTOFF TIMESTAMP INVALID" TO VM-REJECT-REASON
         END-IF
       END-IF
       IF VM-REJECT-REASON = SPACES
         MOVE TX-Sail-TS TO VM-TS-WORK
         PERFORM CHECK-TIMESTAMP
         IF VM-REJECT-REASON NOT = SPACES
           MOVE "SAILING TIMESTAMP INVALID" TO VM-REJECT-REASON
         END-IF
       END-IF
       IF VM-REJECT-REASON = SPACES
         IF TX-Sail-TS < TX-Cutoff-TS
           MOVE "SAILING BEFORE LOAD CUTOFF" TO VM-REJECT-REASON
         END-IF
       END-IF
       IF VM-REJECT-REASON = SPACES
         IF TX-Booked-Count IS NOT NUMERIC
             OR TX-Booked-Count = "000000"
           MOVE "BOOKED COUNT INVALID" TO VM-REJECT-REASON
         ELSE
           IF TX-Booked-Weight IS NOT NUMERIC
             MOVE "BOOKED WEIGHT NOT NUMERIC" TO VM-REJECT-REASON
           END-IF
         END-IF
       END-IF.

      * A PLAUSIBLE CALENDAR DATE AND CLOCK TIME, NOT JUST DIGITS --
      * THE SAME DATE TEST HOLDMNT.cbl AND ASNMAINT.cbl APPLY.
       CHECK-TIMESTAMP.
       IF VM-TS-WORK IS NOT NUMERIC
         MOVE "TIMESTAMP NOT NUMERIC" TO VM-REJECT-REASON
       ELSE
         IF VM-TS-MM < "01" OR VM-TS-MM > "12"
             OR VM-TS-DD < "01" OR VM-TS-DD > "31"
             OR VM-TS-YYYY < "1601"
             OR VM-TS-HH > "23" OR VM-TS-MI > "59"
             OR VM-TS-SS > "59"
           MOVE "TIMESTAMP INVALID" TO VM-REJECT-REASON
         ELSE
           MOVE VM-TS-YYYY TO VM-DATE-YEAR
           MOVE VM-TS-MM TO VM-DATE-MONTH
           MOVE VM-TS-DD TO VM-DATE-DAY
           MOVE VM-MONTH-DAYS(VM-DATE-MONTH) TO VM-MONTH-LIMIT
           IF VM-DATE-MONTH = 2
               AND FUNCTION MOD(VM-DATE-YEAR, 4) = 0
               AND (FUNCTION MOD(VM-DATE-YEAR, 100) NOT = 0
                 OR FUNCTION MOD(VM-DATE-YEAR, 400) = 0)
             MOVE 29 TO VM-MONTH-LIMIT
           END-IF
           IF VM-DATE-DAY > VM-MONTH-LIMIT
             MOVE "TIMESTAMP INVALID" TO VM-REJECT-REASON
           END-IF
         END-IF
       END-IF.

       MOVE-TRANS-TO-ENTRY.
       MOVE TX-Ship-ID TO VS-Ship-ID
       MOVE TX-Berth-Yard TO VS-Berth-Yard
       MOVE TX-Cutoff-TS TO VS-Cutoff-TS
       MOVE TX-Sail-TS TO VS-Sail-TS
       MOVE TX-Booked-Count TO VS-Booked-Count
       MOVE TX-Booked-Weight TO VS-Booked-Weight
       MOVE Vessel-Record TO VSE-Record(VS-FOUND).

      * AN ADD LANDING ON A DELETED SLOT'S SHIP ID IS A RE-ADD OF A
      * SHIP DELETED EARLIER IN THIS SAME RUN -- LEGAL, SO DELETED
      * ENTRIES DON'T COUNT AS "ON THE SCHEDULE" HERE.
       FIND-SCHEDULED-SHIP.
       MOVE 0 TO VS-FOUND
       PERFORM VARYING VS-SUB FROM 1 BY 1 UNTIL VS-SUB > VS-COUNT
           IF VSE-Record(VS-SUB)(1:8) = TX-Ship-ID
               AND VSE-Deleted(VS-SUB) = "N"
             MOVE VS-SUB TO VS-FOUND
             MOVE VS-COUNT TO VS-SUB
           END-IF
       END-PERFORM.

       WRITE-TRANS-LINE.
       MOVE TX-Action TO RT-Action
       MOVE TX-Ship-ID TO RT-Ship
       MOVE TX-Berth-Yard TO RT-Yard
       MOVE TX-Cutoff-TS TO RT-Cutoff
       MOVE TX-Sail-TS TO RT-Sail
       MOVE TX-Booked-Count TO RT-Count
       MOVE VM-REJECT-REASON TO RT-Reason
       WRITE Update-Report-Record FROM RPT-TRANS-LINE.

       WRITE-NEW-SCHEDULE.
       OPEN OUTPUT NewVesselSchedule
       PERFORM VARYING VS-SUB FROM 1 BY 1 UNTIL VS-SUB > VS-COUNT
           IF VSE-Deleted(VS-SUB) = "N"
             WRITE New-Vessel-Record FROM VSE-Record(VS-SUB)
             ADD 1 TO VM-WRITTEN
           END-IF
       END-PERFORM
       CLOSE NewVesselSchedule.
