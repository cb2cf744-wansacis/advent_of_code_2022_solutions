       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDRPT.
      * HELD-CRATE REPORT. EVERY STANDING HOLD ON THE REGISTER
      * (HOLDMNT.cbl), GROUPED BY HOLD REASON AND, WITHIN A REASON, BY
      * THE CRATE'S OWNER FROM THE CRATE MASTER, WITH THE DATE THE
      * HOLD WAS PLACED, WHO AUTHORIZED IT, AND HOW MANY DAYS IT HAS
      * STOOD. EACH OWNER AND EACH REASON GETS A SUBTOTAL LINE: HOLDS,
      * TOTAL DAYS ON HOLD AND THE OLDEST HOLD -- WHAT CUSTOMS
      * BROKERS, THE CLAIMS DESK AND QA CHASE EACH MORNING. A CRATE
      * THE MASTER DOESN'T KNOW GROUPS UNDER OWNER "UNKNOWN".
      * THE AGE THRESHOLD IN DAYS COMES FROM THE RUN PARM; WITH NO PARM
      * IT IS 30. RETURN CODE 4 WHEN ANY HOLD IS OLDER THAN THAT --
      * SOMETHING FOR THE MORNING REVIEW, NOT A PAGE -- 8 WHEN THE
      * REPORT COULD NOT BE PRODUCED, AND 0 OTHERWISE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
         SELECT HoldFile ASSIGN TO DYNAMIC HR-HOLD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HR-HOLD-STATUS.
         SELECT CrateMaster ASSIGN TO DYNAMIC HR-CRATEMASTER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HR-CRATEMASTER-STATUS.
         SELECT HeldReport ASSIGN TO DYNAMIC HR-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD HoldFile.
       01 Hold-Record.
         02 HD-Crate-ID PIC X(8).
         02 HD-Reason PIC X(4).
         02 HD-Placed-By PIC X(8).
         02 HD-Placed-Date PIC 9(8).
         02 HD-Status PIC X.
         02 HD-Released-By PIC X(8).
         02 HD-Released-Date PIC 9(8).
       FD CrateMaster.
       01 Crate-Master-Record.
         02 CM-Crate-ID PIC X(8).
         02 CM-Weight PIC 9(5).
         02 CM-Hazard-Class PIC XX.
         02 CM-Owner PIC X(8).
       FD HeldReport.
       01 Held-Report-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01 HR-HOLD-NAME PIC X(40) VALUE "hold_master".
       01 HR-CRATEMASTER-NAME PIC X(40) VALUE "crate_master".
       01 HR-REPORT-NAME PIC X(40) VALUE "held_report".
       01 HR-HOLD-STATUS PIC XX.
       01 HR-CRATEMASTER-STATUS PIC XX.
       01 HR-EOF PIC X VALUE "N".
       01 HR-RUN-PARM PIC X(20).
       01 HR-THRESHOLD PIC 999 VALUE 30.
       01 HR-TODAY PIC 9(8) VALUE 0.
       01 HR-TODAY-INT PIC 9(7) VALUE 0.
       01 HR-PLACED-INT PIC 9(7) VALUE 0.
       01 HR-AGE-DAYS PIC S9(5) VALUE 0.
       01 HR-OVERAGE-COUNT PIC 9(6) VALUE 0.
       01 HR-TOTAL-DAYS PIC 9(7) VALUE 0.
      *THE REGISTER'S REASON CODES AND WHAT THEY MEAN -- THE SAME
      *CODES HOLDMNT.cbl ACCEPTS. A CODE NOT IN THE TABLE STILL
      *PRINTS, JUST WITHOUT A DESCRIPTION.
       01 RSN-LIST.
         02 FILLER PIC X(24) VALUE "CUSTCUSTOMS HOLD        ".
         02 FILLER PIC X(24) VALUE "DMGCDAMAGE CLAIM        ".
         02 FILLER PIC X(24) VALUE "QA  QUALITY ASSURANCE   ".
       01 RSN-TABLE REDEFINES RSN-LIST.
         02 RSN-ENTRY OCCURS 3 TIMES.
           03 RSN-CODE PIC X(4).
           03 RSN-DESC PIC X(20).
       01 RSN-SUB PIC 9.
      *IN-CORE CRATE MASTER FOR THE CRATE-TO-OWNER LOOKUP.
       01 CM-COUNT PIC 9(6) VALUE 0.
       01 CM-SUB PIC 9(6).
       01 CM-LOOKUP-ID PIC X(8).
       01 CM-FOUND-OWNER PIC X(8).
       01 CM-TABLE.
         02 CM-ENTRY OCCURS 2000 TIMES.
           03 CME-Crate-ID PIC X(8).
           03 CME-Owner PIC X(8).
      *EVERY STANDING HOLD, WITH ITS OWNER AND AGE RESOLVED, SORTED
      *BY REASON, OWNER AND OLDEST FIRST BEFORE ANYTHING PRINTS.
       01 HL-COUNT PIC 9(6) VALUE 0.
       01 HL-SUB PIC 9(6).
       01 HL-SUB2 PIC 9(6).
       01 HL-WORK-ENTRY PIC X(41).
       01 HL-TABLE.
         02 HL-ENTRY OCCURS 2000 TIMES.
           03 HLE-Reason PIC X(4).
           03 HLE-Owner PIC X(8).
           03 HLE-Age PIC 9(5).
           03 HLE-Crate PIC X(8).
           03 HLE-Placed-Date PIC 9(8).
           03 HLE-Placed-By PIC X(8).
       01 HL-SWAP PIC X.
      *CONTROL-BREAK TOTALS.
       01 BRK-REASON PIC X(4).
       01 BRK-OWNER PIC X(8).
       01 OWN-HOLDS PIC 9(5) VALUE 0.
       01 OWN-DAYS PIC 9(7) VALUE 0.
       01 OWN-OLDEST PIC 9(5) VALUE 0.
       01 RSN-HOLDS PIC 9(5) VALUE 0.
       01 RSN-DAYS PIC 9(7) VALUE 0.
       01 RSN-OLDEST PIC 9(5) VALUE 0.
      *REPORT LINE LAYOUTS.
       01 RPT-REASON-LINE.
         02 RR-TXT PIC X(7) VALUE "REASON ".
         02 RR-Code PIC X(4).
         02 FILLER PIC X(3) VALUE " - ".
         02 RR-Desc PIC X(20).
       01 RPT-DETAIL-LINE.
         02 FILLER PIC XX VALUE SPACES.
         02 RD-Crate PIC X(8).
         02 FILLER PIC XX VALUE SPACES.
         02 RD-Owner PIC X(8).
         02 RD-PLACED-TXT PIC X(9) VALUE "  PLACED ".
         02 RD-Placed PIC 9(8).
         02 RD-BY-TXT PIC X(4) VALUE " BY ".
         02 RD-By PIC X(8).
         02 RD-DAYS-TXT PIC X(7) VALUE "  DAYS=".
         02 RD-Days PIC ZZZZ9.
         02 RD-Flag PIC X(9).
       01 RPT-TOTAL-LINE.
         02 RTL-Label PIC X(16).
         02 RTL-Key PIC X(8).
         02 RTL-HOLDS-TXT PIC X(8) VALUE "  HOLDS=".
         02 RTL-Holds PIC ZZZZ9.
         02 RTL-DAYS-TXT PIC X(7) VALUE "  DAYS=".
         02 RTL-Days PIC Z(6)9.
         02 RTL-OLDEST-TXT PIC X(9) VALUE "  OLDEST=".
         02 RTL-Oldest PIC ZZZZ9.
       01 RPT-TEXT-LINE PIC X(80).

       PROCEDURE DIVISION.
       BEGIN.
       ACCEPT HR-HOLD-NAME FROM ENVIRONMENT "DD_HOLD"
       IF HR-HOLD-NAME = SPACES
         MOVE "hold_master" TO HR-HOLD-NAME
       END-IF
       ACCEPT HR-CRATEMASTER-NAME FROM ENVIRONMENT "DD_CRATE_MASTER"
       IF HR-CRATEMASTER-NAME = SPACES
         MOVE "crate_master" TO HR-CRATEMASTER-NAME
       END-IF
       ACCEPT HR-REPORT-NAME FROM ENVIRONMENT "DD_HELD_REPORT"
       IF HR-REPORT-NAME = SPACES
         MOVE "held_report" TO HR-REPORT-NAME
       END-IF
       MOVE SPACES TO HR-RUN-PARM
       ACCEPT HR-RUN-PARM FROM COMMAND-LINE
       IF HR-RUN-PARM(1:3) IS NUMERIC
         MOVE HR-RUN-PARM(1:3) TO HR-THRESHOLD
       END-IF
       ACCEPT HR-TODAY FROM DATE YYYYMMDD
       COMPUTE HR-TODAY-INT = FUNCTION INTEGER-OF-DATE(HR-TODAY)
       PERFORM LOAD-CRATE-MASTER
       PERFORM LOAD-STANDING-HOLDS
       PERFORM SORT-HOLDS
       OPEN OUTPUT HeldReport
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "===== CRATES ON HOLD AS OF " DELIMITED BY SIZE
           HR-TODAY DELIMITED BY SIZE
           " =====" DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Held-Report-Record FROM RPT-TEXT-LINE
       IF HL-COUNT = 0
         MOVE "NO CRATE IS ON HOLD" TO RPT-TEXT-LINE
         WRITE Held-Report-Record FROM RPT-TEXT-LINE
       ELSE
         PERFORM PRINT-HOLDS
       END-IF
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "HOLDS=" DELIMITED BY SIZE
           HL-COUNT DELIMITED BY SIZE
           " DAYS ON HOLD=" DELIMITED BY SIZE
           HR-TOTAL-DAYS DELIMITED BY SIZE
           " OVER " DELIMITED BY SIZE
           HR-THRESHOLD DELIMITED BY SIZE
           " DAYS=" DELIMITED BY SIZE
           HR-OVERAGE-COUNT DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Held-Report-Record FROM RPT-TEXT-LINE
       CLOSE HeldReport
       DISPLAY "HOLDRPT: " HL-COUNT " CRATE HOLD(S) STANDING, "
           HR-OVERAGE-COUNT " OLDER THAN " HR-THRESHOLD " DAY(S)"
       IF HR-OVERAGE-COUNT > 0
         MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

      * NO MASTER AT ALL MEANS EVERY HOLD GROUPS UNDER UNKNOWN -- THE
      * HOLDS THEMSELVES ARE STILL WORTH REPORTING.
       LOAD-CRATE-MASTER.
       MOVE 0 TO CM-COUNT
       MOVE "N" TO HR-EOF
       OPEN INPUT CrateMaster
       IF HR-CRATEMASTER-STATUS = "00"
         PERFORM UNTIL HR-EOF = "Y"
             READ CrateMaster
               AT END MOVE "Y" TO HR-EOF
             END-READ
             IF HR-EOF NOT = "Y"
               IF CM-COUNT >= 2000
                 DISPLAY "CRATE MASTER EXCEEDS COMPILED TABLE "
                     "CEILING - REPORT NOT GENERATED"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
               END-IF
               ADD 1 TO CM-COUNT
               MOVE CM-Crate-ID TO CME-Crate-ID(CM-COUNT)
               MOVE CM-Owner TO CME-Owner(CM-COUNT)
             END-IF
         END-PERFORM
         CLOSE CrateMaster
       ELSE
         DISPLAY "CRATE MASTER NOT PRESENT, STATUS "
             HR-CRATEMASTER-STATUS " - OWNERS REPORTED AS UNKNOWN"
       END-IF.

      * NO REGISTER AT ALL MEANS NOTHING IS HELD -- THE QUIET ANSWER,
      * NOT AN ERROR. RELEASED LINES ARE HISTORY AND ARE SKIPPED.
       LOAD-STANDING-HOLDS.
       MOVE 0 TO HL-COUNT
       MOVE "N" TO HR-EOF
       OPEN INPUT HoldFile
       IF HR-HOLD-STATUS NOT = "00"
         DISPLAY "HOLD REGISTER NOT PRESENT, STATUS "
             HR-HOLD-STATUS " - NOTHING ON HOLD"
         MOVE "Y" TO HR-EOF
       END-IF
       PERFORM UNTIL HR-EOF = "Y"
           READ HoldFile
             AT END MOVE "Y" TO HR-EOF
           END-READ
           IF HR-EOF NOT = "Y" AND HD-Status = "H"
             IF HL-COUNT >= 2000
               DISPLAY "HOLD REGISTER EXCEEDS COMPILED TABLE "
                   "CEILING - REPORT NOT GENERATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO HL-COUNT
             MOVE HD-Reason TO HLE-Reason(HL-COUNT)
             MOVE HD-Crate-ID TO HLE-Crate(HL-COUNT)
             MOVE HD-Placed-Date TO HLE-Placed-Date(HL-COUNT)
             MOVE HD-Placed-By TO HLE-Placed-By(HL-COUNT)
             MOVE HD-Crate-ID TO CM-LOOKUP-ID
             PERFORM LOOKUP-OWNER
             MOVE CM-FOUND-OWNER TO HLE-Owner(HL-COUNT)
             COMPUTE HR-PLACED-INT
               = FUNCTION INTEGER-OF-DATE(HD-Placed-Date)
             COMPUTE HR-AGE-DAYS = HR-TODAY-INT - HR-PLACED-INT
             IF HR-AGE-DAYS < 0
               MOVE 0 TO HR-AGE-DAYS
             END-IF
             MOVE HR-AGE-DAYS TO HLE-Age(HL-COUNT)
           END-IF
       END-PERFORM
       IF HR-HOLD-STATUS = "00" OR HR-HOLD-STATUS = "10"
         CLOSE HoldFile
       END-IF.

       LOOKUP-OWNER.
       MOVE "UNKNOWN " TO CM-FOUND-OWNER
       PERFORM VARYING CM-SUB FROM 1 BY 1 UNTIL CM-SUB > CM-COUNT
           IF CME-Crate-ID(CM-SUB) = CM-LOOKUP-ID
             IF CME-Owner(CM-SUB) NOT = SPACES
               MOVE CME-Owner(CM-SUB) TO CM-FOUND-OWNER
             END-IF
             MOVE CM-COUNT TO CM-SUB
           END-IF
       END-PERFORM.

      * ONE IN-PLACE SELECTION PASS, SAME AS INVAUDIT'S INVENTORY
      * SORT: REASON, THEN OWNER, THEN OLDEST HOLD FIRST.
       SORT-HOLDS.
       PERFORM VARYING HL-SUB FROM 1 BY 1 UNTIL HL-SUB >= HL-COUNT
           PERFORM VARYING HL-SUB2 FROM HL-SUB BY 1
               UNTIL HL-SUB2 > HL-COUNT
               MOVE "N" TO HL-SWAP
               IF HLE-Reason(HL-SUB2) < HLE-Reason(HL-SUB)
                 MOVE "Y" TO HL-SWAP
               ELSE
                 IF HLE-Reason(HL-SUB2) = HLE-Reason(HL-SUB)
                   IF HLE-Owner(HL-SUB2) < HLE-Owner(HL-SUB)
                     MOVE "Y" TO HL-SWAP
                   ELSE
                     IF HLE-Owner(HL-SUB2) = HLE-Owner(HL-SUB)
                         AND HLE-Age(HL-SUB2) > HLE-Age(HL-SUB)
                       MOVE "Y" TO HL-SWAP
                     END-IF
                   END-IF
                 END-IF
               END-IF
               IF HL-SWAP = "Y"
                 MOVE HL-ENTRY(HL-SUB) TO HL-WORK-ENTRY
                 MOVE HL-ENTRY(HL-SUB2) TO HL-ENTRY(HL-SUB)
                 MOVE HL-WORK-ENTRY TO HL-ENTRY(HL-SUB2)
               END-IF
           END-PERFORM
       END-PERFORM.

      * ONE CONTROL-BREAK WALK OVER THE SORTED TABLE: A HEADING PER
      * REASON, A LINE PER HOLD, A SUBTOTAL PER OWNER WITHIN THE
      * REASON AND ONE PER REASON.
       PRINT-HOLDS.
       MOVE HLE-Reason(1) TO BRK-REASON
       MOVE HLE-Owner(1) TO BRK-OWNER
       PERFORM START-REASON-GROUP
       PERFORM VARYING HL-SUB FROM 1 BY 1 UNTIL HL-SUB > HL-COUNT
           IF HLE-Reason(HL-SUB) NOT = BRK-REASON
             PERFORM END-OWNER-GROUP
             PERFORM END-REASON-GROUP
             MOVE HLE-Reason(HL-SUB) TO BRK-REASON
             MOVE HLE-Owner(HL-SUB) TO BRK-OWNER
             PERFORM START-REASON-GROUP
           ELSE
             IF HLE-Owner(HL-SUB) NOT = BRK-OWNER
               PERFORM END-OWNER-GROUP
               MOVE HLE-Owner(HL-SUB) TO BRK-OWNER
             END-IF
           END-IF
           PERFORM PRINT-ONE-HOLD
       END-PERFORM
       PERFORM END-OWNER-GROUP
       PERFORM END-REASON-GROUP.

       START-REASON-GROUP.
       MOVE BRK-REASON TO RR-Code
       MOVE SPACES TO RR-Desc
       PERFORM VARYING RSN-SUB FROM 1 BY 1 UNTIL RSN-SUB > 3
           IF RSN-CODE(RSN-SUB) = BRK-REASON
             MOVE RSN-DESC(RSN-SUB) TO RR-Desc
             MOVE 3 TO RSN-SUB
           END-IF
       END-PERFORM
       MOVE SPACES TO RPT-TEXT-LINE
       WRITE Held-Report-Record FROM RPT-TEXT-LINE
       WRITE Held-Report-Record FROM RPT-REASON-LINE
       MOVE 0 TO RSN-HOLDS
       MOVE 0 TO RSN-DAYS
       MOVE 0 TO RSN-OLDEST.

       PRINT-ONE-HOLD.
       MOVE HLE-Crate(HL-SUB) TO RD-Crate
       MOVE HLE-Owner(HL-SUB) TO RD-Owner
       MOVE HLE-Placed-Date(HL-SUB) TO RD-Placed
       MOVE HLE-Placed-By(HL-SUB) TO RD-By
       MOVE HLE-Age(HL-SUB) TO RD-Days
       MOVE SPACES TO RD-Flag
       IF HLE-Age(HL-SUB) > HR-THRESHOLD
         MOVE " OVERAGE " TO RD-Flag
         ADD 1 TO HR-OVERAGE-COUNT
       END-IF
       WRITE Held-Report-Record FROM RPT-DETAIL-LINE
       ADD 1 TO OWN-HOLDS
       ADD HLE-Age(HL-SUB) TO OWN-DAYS
       IF HLE-Age(HL-SUB) > OWN-OLDEST
         MOVE HLE-Age(HL-SUB) TO OWN-OLDEST
       END-IF
       ADD 1 TO RSN-HOLDS
       ADD HLE-Age(HL-SUB) TO RSN-DAYS
       IF HLE-Age(HL-SUB) > RSN-OLDEST
         MOVE HLE-Age(HL-SUB) TO RSN-OLDEST
       END-IF
       ADD HLE-Age(HL-SUB) TO HR-TOTAL-DAYS.

       END-OWNER-GROUP.
       MOVE "    OWNER TOTAL " TO RTL-Label
       MOVE BRK-OWNER TO RTL-Key
       MOVE OWN-HOLDS TO RTL-Holds
       MOVE OWN-DAYS TO RTL-Days
       MOVE OWN-OLDEST TO RTL-Oldest
       WRITE Held-Report-Record FROM RPT-TOTAL-LINE
       MOVE 0 TO OWN-HOLDS
       MOVE 0 TO OWN-DAYS
       MOVE 0 TO OWN-OLDEST.

       END-REASON-GROUP.
       MOVE "REASON TOTAL    " TO RTL-Label
       MOVE BRK-REASON TO RTL-Key
       MOVE RSN-HOLDS TO RTL-Holds
       MOVE RSN-DAYS TO RTL-Days
       MOVE RSN-OLDEST TO RTL-Oldest
       WRITE Held-Report-Record FROM RPT-TOTAL-LINE.
