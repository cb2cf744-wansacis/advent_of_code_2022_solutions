       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRNMAINT.
      * CRANE EQUIPMENT MASTER MAINTENANCE. ONE RECORD PER YARD CRANE:
      * ITS YARD, LIFTS SINCE ITS LAST SERVICE, THE SERVICE INTERVAL
      * IN LIFTS, THE LAST SERVICE DATE, AND THE RECENT NIGHTLY LIFT
      * COUNTS THE NIGHTLY POSTING STEP (CRNPMRPT.cbl) ADDS TO IT
      * FROM THE CRANE'S YARD STATUS RECORDS. THIS STEP APPLIES A
      * TRANSACTION FILE OF ADD/CHG/DEL/SVC RECORDS, EACH VALIDATED
      * BEFORE APPLICATION:
      *   - ACTION MUST BE ADD, CHG, DEL OR SVC, WITH A CRANE ID
      *   - ADD OF A CRANE ALREADY ON THE MASTER IS REJECTED
      *   - CHG/DEL/SVC OF A CRANE NOT ON THE MASTER IS REJECTED
      *   - ADD/CHG NEED A YARD NO OTHER CRANE IS ASSIGNED TO (THE
      *     NIGHT'S LIFTS ARE POSTED BY YARD) AND A NONZERO NUMERIC
      *     SERVICE INTERVAL; AN ADD ALSO NEEDS A VALID DATE, THE
      *     CRANE'S LAST SERVICE BEFORE IT WENT ON THE MASTER
      *   - SVC RECORDS A SERVICE DONE: A VALID DATE, NOT IN THE
      *     FUTURE AND NOT BEFORE THE LAST ONE RECORDED. IT ZEROES THE
      *     LIFTS SINCE SERVICE; THE NIGHTLY HISTORY STANDS, SINCE THE
      *     YARD'S WORKLOAD DIDN'T CHANGE WITH THE SERVICE
      * A CHG REPLACES ONLY THE YARD AND INTERVAL -- THE LIFT COUNT
      * AND SERVICE HISTORY ARE THE CRANE'S OWN AND ARE NEVER KEYED.
      * THE UPDATED MASTER IS WRITTEN AS A NEW OUTPUT DATASET -- THE
      * LIVE ONE IS NEVER TOUCHED IN PLACE -- AND THE UPDATE REPORT
      * SHOWS EVERY TRANSACTION'S DISPOSITION WITH REJECTS CALLED OUT.
      * RC 0 = ALL APPLIED, RC 4 = SOMETHING REJECTED (THE REST STILL
      * APPLIED), RC 8 = STRUCTURAL FAILURE, NO MASTER WRITTEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
         SELECT CraneMaster ASSIGN TO DYNAMIC CN-MASTER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CN-MASTER-STATUS.
         SELECT CraneTrans ASSIGN TO DYNAMIC CN-TRANS-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CN-TRANS-STATUS.
         SELECT NewCraneMaster ASSIGN TO DYNAMIC CN-NEWMASTER-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
         SELECT UpdateReport ASSIGN TO DYNAMIC CN-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * CE-Last-Run-Date IS THE CRANE NIGHT LAST POSTED AND
      * CE-Night-Lifts(1) ITS LIFTS, SO A RERUN OF THE SAME NIGHT
      * REPLACES ITS COUNT INSTEAD OF ADDING IT TWICE. UP TO SEVEN
      * NIGHTS ARE KEPT, MOST RECENT FIRST, FOR THE PROJECTED RATE.
       FD CraneMaster.
       01 Crane-Record.
         02 CE-Crane-ID PIC X(8).
         02 CE-Yard-ID PIC X(8).
         02 CE-Lifts-Since-Svc PIC 9(9).
         02 CE-Svc-Interval PIC 9(9).
         02 CE-Last-Svc-Date PIC 9(8).
         02 CE-Last-Run-Date PIC 9(8).
         02 CE-Night-Count PIC 9.
         02 CE-Night-Lifts PIC 9(6) OCCURS 7 TIMES.
      * ONE TRANSACTION PER RECORD. THE INTERVAL AND DATE ARRIVE AS
      * TEXT SO A KEYING MISTAKE IS A REJECT, NOT AN ABEND.
       FD CraneTrans.
       01 Crane-Trans-Record.
         02 TX-Action PIC X(3).
         02 TX-Crane-ID PIC X(8).
         02 TX-Yard-ID PIC X(8).
         02 TX-Interval PIC X(9).
         02 TX-Date PIC X(8).
         02 TX-Date-X REDEFINES TX-Date.
           03 TX-Date-YYYY PIC X(4).
           03 TX-Date-MM PIC XX.
           03 TX-Date-DD PIC XX.
       FD NewCraneMaster.
       01 New-Crane-Record PIC X(93).
       FD UpdateReport.
       01 Update-Report-Record PIC X(100).

       WORKING-STORAGE SECTION.
       01 CN-MASTER-NAME PIC X(40) VALUE "crane_master".
       01 CN-TRANS-NAME PIC X(40) VALUE "crane_trans".
       01 CN-NEWMASTER-NAME PIC X(40) VALUE "crane_master_new".
       01 CN-REPORT-NAME PIC X(40) VALUE "crane_report".
       01 CN-MASTER-STATUS PIC XX.
       01 CN-TRANS-STATUS PIC XX.
       01 CN-EOF PIC X VALUE "N".
       01 CN-TODAY PIC 9(8).
      *THE WHOLE MASTER IN CORE, DELETED ENTRIES FLAGGED RATHER THAN
      *SQUEEZED OUT SO THE TABLE NEVER SHUFFLES MID-RUN.
       01 CN-COUNT PIC 9(6) VALUE 0.
       01 CN-SUB PIC 9(6).
       01 CN-FOUND PIC 9(6).
       01 CN-YARD-FOUND PIC 9(6).
       01 CN-TABLE.
         02 CN-ENTRY OCCURS 100 TIMES.
           03 CNE-Record PIC X(93).
           03 CNE-Deleted PIC X.
       01 CN-TRANS-READ PIC 9(6) VALUE 0.
       01 CN-APPLIED PIC 9(6) VALUE 0.
       01 CN-REJECTED PIC 9(6) VALUE 0.
       01 CN-WRITTEN PIC 9(6) VALUE 0.
       01 CN-REJECT-REASON PIC X(34).
       01 CN-DATE-YEAR PIC 9(4).
       01 CN-DATE-MONTH PIC 99.
       01 CN-DATE-DAY PIC 99.
       01 CN-MONTH-LIMIT PIC 99.
       01 CN-MONTH-DAYS-VALUES PIC X(24)
           VALUE "312831303130313130313031".
       01 CN-MONTH-DAYS-TABLE REDEFINES CN-MONTH-DAYS-VALUES.
         02 CN-MONTH-DAYS PIC 99 OCCURS 12 TIMES.
      *REPORT LINE LAYOUT: ONE LINE PER TRANSACTION, DISPOSITION
      *FIRST SO THE REJECTS JUMP OUT OF A COLUMN SCAN.
       01 RPT-TRANS-LINE.
         02 RT-Disp PIC X(9).
         02 RT-Action PIC X(3).
         02 FILLER PIC X VALUE SPACE.
         02 RT-Crane PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 RT-Yard PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 RT-Interval PIC X(9).
         02 FILLER PIC X VALUE SPACE.
         02 RT-Date PIC X(8).
         02 FILLER PIC XX VALUE SPACES.
         02 RT-Reason PIC X(34).
       01 RPT-TEXT-LINE PIC X(100).

       PROCEDURE DIVISION.
       BEGIN.
       ACCEPT CN-MASTER-NAME FROM ENVIRONMENT "DD_CRANE_MASTER"
       IF CN-MASTER-NAME = SPACES
         MOVE "crane_master" TO CN-MASTER-NAME
       END-IF
       ACCEPT CN-TRANS-NAME FROM ENVIRONMENT "DD_CRANE_TRANS"
       IF CN-TRANS-NAME = SPACES
         MOVE "crane_trans" TO CN-TRANS-NAME
       END-IF
       ACCEPT CN-NEWMASTER-NAME FROM ENVIRONMENT "DD_CRANE_NEW"
       IF CN-NEWMASTER-NAME = SPACES
         MOVE "crane_master_new" TO CN-NEWMASTER-NAME
       END-IF
       ACCEPT CN-REPORT-NAME FROM ENVIRONMENT "DD_CRANE_REPORT"
       IF CN-REPORT-NAME = SPACES
         MOVE "crane_report" TO CN-REPORT-NAME
       END-IF
       ACCEPT CN-TODAY FROM DATE YYYYMMDD
       PERFORM LOAD-OLD-MASTER
       OPEN OUTPUT UpdateReport
       MOVE "===== CRANE EQUIPMENT MASTER UPDATE REPORT =====" TO
           RPT-TEXT-LINE
       WRITE Update-Report-Record FROM RPT-TEXT-LINE
       PERFORM APPLY-TRANSACTIONS
       PERFORM WRITE-NEW-MASTER
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "TRANSACTIONS=" DELIMITED BY SIZE
           CN-TRANS-READ DELIMITED BY SIZE
           " APPLIED=" DELIMITED BY SIZE
           CN-APPLIED DELIMITED BY SIZE
           " REJECTED=" DELIMITED BY SIZE
           CN-REJECTED DELIMITED BY SIZE
           " CRANES ON MASTER=" DELIMITED BY SIZE
           CN-WRITTEN DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Update-Report-Record FROM RPT-TEXT-LINE
       CLOSE UpdateReport
       DISPLAY "CRNMAINT: " CN-TRANS-READ " TRANSACTIONS, "
           CN-APPLIED " APPLIED, " CN-REJECTED " REJECTED, "
           CN-WRITTEN " CRANES ON NEW MASTER"
       IF CN-REJECTED > 0
         MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

      * A MISSING OLD MASTER IS A LEGITIMATE FIRST RUN -- THE NEW
      * ONE IS BUILT FROM THE ADDs ALONE.
       LOAD-OLD-MASTER.
       MOVE 0 TO CN-COUNT
       MOVE "N" TO CN-EOF
       OPEN INPUT CraneMaster
       IF CN-MASTER-STATUS NOT = "00"
         DISPLAY "OLD MASTER NOT PRESENT, STATUS " CN-MASTER-STATUS
             " - BUILDING FROM TRANSACTIONS ALONE"
         MOVE "Y" TO CN-EOF
       END-IF
       PERFORM UNTIL CN-EOF = "Y"
           READ CraneMaster
             AT END MOVE "Y" TO CN-EOF
           END-READ
           IF CN-EOF NOT = "Y"
             IF CN-COUNT >= 100
               DISPLAY "OLD MASTER EXCEEDS COMPILED TABLE CEILING "
                   "- NO UPDATE APPLIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO CN-COUNT
             MOVE Crane-Record TO CNE-Record(CN-COUNT)
             MOVE "N" TO CNE-Deleted(CN-COUNT)
           END-IF
       END-PERFORM
       IF CN-MASTER-STATUS = "00" OR CN-MASTER-STATUS = "10"
         CLOSE CraneMaster
       END-IF.

       APPLY-TRANSACTIONS.
       MOVE "N" TO CN-EOF
       OPEN INPUT CraneTrans
       IF CN-TRANS-STATUS NOT = "00"
         DISPLAY "TRANSACTION FILE UNAVAILABLE, STATUS "
             CN-TRANS-STATUS
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       PERFORM UNTIL CN-EOF = "Y"
           READ CraneTrans
             AT END MOVE "Y" TO CN-EOF
           END-READ
           IF CN-EOF NOT = "Y"
             ADD 1 TO CN-TRANS-READ
             PERFORM APPLY-ONE-TRANSACTION
           END-IF
       END-PERFORM
       CLOSE CraneTrans.

       APPLY-ONE-TRANSACTION.
       MOVE SPACES TO CN-REJECT-REASON
       PERFORM FIND-CRANE
       IF TX-Action NOT = "ADD" AND TX-Action NOT = "CHG"
           AND TX-Action NOT = "DEL" AND TX-Action NOT = "SVC"
         MOVE "UNKNOWN ACTION" TO CN-REJECT-REASON
       ELSE
         IF TX-Crane-ID = SPACES
           MOVE "CRANE ID MISSING" TO CN-REJECT-REASON
         ELSE
           IF TX-Action = "ADD" AND CN-FOUND > 0
             MOVE "DUPLICATE ADD - CRANE ON MASTER" TO
                 CN-REJECT-REASON
           END-IF
           IF TX-Action NOT = "ADD" AND CN-FOUND = 0
             MOVE "CRANE NOT ON MASTER" TO CN-REJECT-REASON
           END-IF
           IF (TX-Action = "ADD" OR TX-Action = "CHG")
               AND CN-REJECT-REASON = SPACES
             PERFORM CHECK-ASSIGNMENT-FIELDS
           END-IF
           IF TX-Action = "ADD" AND CN-REJECT-REASON = SPACES
             PERFORM CHECK-TRANS-DATE
           END-IF
           IF TX-Action = "SVC" AND CN-REJECT-REASON = SPACES
             PERFORM CHECK-SERVICE-DATE
           END-IF
         END-IF
       END-IF
       IF CN-REJECT-REASON NOT = SPACES
         ADD 1 TO CN-REJECTED
         MOVE "REJECTED " TO RT-Disp
         PERFORM WRITE-TRANS-LINE
       ELSE
         IF TX-Action = "ADD"
           IF CN-COUNT >= 100
             MOVE "MASTER TABLE FULL" TO CN-REJECT-REASON
             ADD 1 TO CN-REJECTED
             MOVE "REJECTED " TO RT-Disp
             PERFORM WRITE-TRANS-LINE
           ELSE
             ADD 1 TO CN-COUNT
             MOVE CN-COUNT TO CN-FOUND
             INITIALIZE Crane-Record
             MOVE TX-Crane-ID TO CE-Crane-ID
             MOVE TX-Yard-ID TO CE-Yard-ID
             MOVE TX-Interval TO CE-Svc-Interval
             MOVE TX-Date TO CE-Last-Svc-Date
             MOVE Crane-Record TO CNE-Record(CN-FOUND)
             MOVE "N" TO CNE-Deleted(CN-FOUND)
             ADD 1 TO CN-APPLIED
             MOVE "APPLIED  " TO RT-Disp
             PERFORM WRITE-TRANS-LINE
           END-IF
         END-IF
         IF TX-Action = "CHG"
           MOVE CNE-Record(CN-FOUND) TO Crane-Record
           MOVE TX-Yard-ID TO CE-Yard-ID
           MOVE TX-Interval TO CE-Svc-Interval
           MOVE Crane-Record TO CNE-Record(CN-FOUND)
           ADD 1 TO CN-APPLIED
           MOVE "APPLIED  " TO RT-Disp
           PERFORM WRITE-TRANS-LINE
         END-IF
         IF TX-Action = "SVC"
           MOVE CNE-Record(CN-FOUND) TO Crane-Record
           MOVE 0 TO CE-Lifts-Since-Svc
           MOVE TX-Date TO CE-Last-Svc-Date
           MOVE Crane-Record TO CNE-Record(CN-FOUND)
           ADD 1 TO CN-APPLIED
           MOVE "APPLIED  " TO RT-Disp
           PERFORM WRITE-TRANS-LINE
         END-IF
         IF TX-Action = "DEL"
           MOVE "Y" TO CNE-Deleted(CN-FOUND)
           ADD 1 TO CN-APPLIED
           MOVE "APPLIED  " TO RT-Disp
           PERFORM WRITE-TRANS-LINE
         END-IF
       END-IF.

      * ONE CRANE PER YARD: THE NIGHT'S LIFTS ARRIVE BY YARD, AND TWO
      * CRANES ON ONE YARD WOULD EACH BE CHARGED THE OTHER'S WEAR.
       CHECK-ASSIGNMENT-FIELDS.
       IF TX-Yard-ID = SPACES
         MOVE "YARD MISSING" TO CN-REJECT-REASON
       ELSE
         MOVE 0 TO CN-YARD-FOUND
         PERFORM VARYING CN-SUB FROM 1 BY 1 UNTIL CN-SUB > CN-COUNT
             IF CNE-Record(CN-SUB)(9:8) = TX-Yard-ID
                 AND CNE-Deleted(CN-SUB) = "N"
                 AND CN-SUB NOT = CN-FOUND
               MOVE CN-SUB TO CN-YARD-FOUND
               MOVE CN-COUNT TO CN-SUB
             END-IF
         END-PERFORM
         IF CN-YARD-FOUND > 0
           MOVE "YARD ALREADY HAS A CRANE" TO CN-REJECT-REASON
         END-IF
       END-IF
       IF CN-REJECT-REASON = SPACES
         IF TX-Interval IS NOT NUMERIC
             OR TX-Interval = "000000000"
           MOVE "SERVICE INTERVAL INVALID" TO CN-REJECT-REASON
         END-IF
       END-IF.

       CHECK-SERVICE-DATE.
       PERFORM CHECK-TRANS-DATE
       IF CN-REJECT-REASON = SPACES
         MOVE CNE-Record(CN-FOUND) TO Crane-Record
         IF TX-Date > CN-TODAY
           MOVE "SERVICE DATE IN THE FUTURE" TO CN-REJECT-REASON
         ELSE
           IF TX-Date < CE-Last-Svc-Date
             MOVE "SERVICE DATE BEFORE LAST SERVICE" TO
                 CN-REJECT-REASON
           END-IF
         END-IF
       END-IF.

      * A PLAUSIBLE CALENDAR DATE, NOT JUST DIGITS -- SAME TEST
      * HOLDMNT.cbl APPLIES TO A HOLD DATE.
       CHECK-TRANS-DATE.
       IF TX-Date IS NOT NUMERIC
         MOVE "DATE NOT NUMERIC" TO CN-REJECT-REASON
       ELSE
         IF TX-Date-MM < "01" OR TX-Date-MM > "12"
             OR TX-Date-DD < "01" OR TX-Date-DD > "31"
             OR TX-Date-YYYY < "1601"
           MOVE "DATE INVALID" TO CN-REJECT-REASON
         ELSE
           MOVE TX-Date-YYYY TO CN-DATE-YEAR
           MOVE TX-Date-MM TO CN-DATE-MONTH
           MOVE TX-Date-DD TO CN-DATE-DAY
           MOVE CN-MONTH-DAYS(CN-DATE-MONTH) TO CN-MONTH-LIMIT
           IF CN-DATE-MONTH = 2
               AND FUNCTION MOD(CN-DATE-YEAR, 4) = 0
               AND (FUNCTION MOD(CN-DATE-YEAR, 100) NOT = 0
                 OR FUNCTION MOD(CN-DATE-YEAR, 400) = 0)
             MOVE 29 TO CN-MONTH-LIMIT
           END-IF
           IF CN-DATE-DAY > CN-MONTH-LIMIT
             MOVE "DATE INVALID" TO CN-REJECT-REASON
           END-IF
         END-IF
       END-IF.

      * AN ADD LANDING ON A DELETED SLOT'S CRANE ID IS A RE-ADD OF A
      * CRANE DELETED EARLIER IN THIS SAME RUN -- LEGAL, SO DELETED
      * ENTRIES DON'T COUNT AS "ON THE MASTER" HERE.
       FIND-CRANE.
       MOVE 0 TO CN-FOUND
       PERFORM VARYING CN-SUB FROM 1 BY 1 UNTIL CN-SUB > CN-COUNT
           IF CNE-Record(CN-SUB)(1:8) = TX-Crane-ID
               AND CNE-Deleted(CN-SUB) = "N"
             MOVE CN-SUB TO CN-FOUND
             MOVE CN-COUNT TO CN-SUB
           END-IF
       END-PERFORM.

       WRITE-TRANS-LINE.
       MOVE TX-Action TO RT-Action
       MOVE TX-Crane-ID TO RT-Crane
       MOVE TX-Yard-ID TO RT-Yard
       MOVE TX-Interval TO RT-Interval
       MOVE TX-Date TO RT-Date
       MOVE CN-REJECT-REASON TO RT-Reason
       WRITE Update-Report-Record FROM RPT-TRANS-LINE.

       WRITE-NEW-MASTER.
       OPEN OUTPUT NewCraneMaster
       PERFORM VARYING CN-SUB FROM 1 BY 1 UNTIL CN-SUB > CN-COUNT
           IF CNE-Deleted(CN-SUB) = "N"
             WRITE New-Crane-Record FROM CNE-Record(CN-SUB)
             ADD 1 TO CN-WRITTEN
           END-IF
       END-PERFORM
       CLOSE NewCraneMaster.
