       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
      * OPERATOR MASTER MAINTENANCE. EVERY COMMAND CARRIES A SHIFT AND
      * OPERATOR STAMP, AND THE CRANE SCREENS THE STAMP AGAINST THIS
      * MASTER: WHETHER THE OPERATOR IS ACTIVE, WHICH YARDS THEY MAY
      * WORK, AND WHETHER THEY HOLD THE HAZMAT HANDLING AND CrateMover
      * 9001 MULTI-LIFT CERTIFICATIONS. THIS STEP APPLIES A
      * TRANSACTION FILE OF ADD/CHG/DEL RECORDS, EACH VALIDATED
      * BEFORE APPLICATION:
      *   - ACTION MUST BE ADD, CHG OR DEL, WITH AN OPERATOR ID
      *   - ADD OF AN OPERATOR ALREADY ON THE MASTER IS REJECTED
      *   - CHG/DEL OF AN OPERATOR NOT ON THE MASTER IS REJECTED
      *   - ADD/CHG STATUS MUST BE A (ACTIVE) OR I (INACTIVE), EACH
      *     CERTIFICATION Y OR N, AND AT LEAST ONE YARD GIVEN ("*" IN
      *     THE FIRST YARD SLOT CLEARS THE OPERATOR FOR EVERY YARD)
      * A CHG REPLACES THE WHOLE RECORD, SO KEY THE OPERATOR'S FULL
      * CURRENT STANDING, NOT JUST WHAT CHANGED. PREFER A CHG TO
      * STATUS I OVER A DEL FOR SOMEONE WHO LEAVES: THE CRANE THEN
      * REJECTS THEIR STAMP AS INACTIVE RATHER THAN UNKNOWN, AND THE
      * MASTER STILL SAYS WHO THEY WERE.
      * THE UPDATED MASTER IS WRITTEN AS A NEW OUTPUT DATASET -- THE
      * LIVE MASTER IS NEVER TOUCHED IN PLACE -- AND THE UPDATE
      * REPORT SHOWS EVERY TRANSACTION'S DISPOSITION WITH REJECTS
      * CALLED OUT. RC 0 = ALL APPLIED, RC 4 = SOMETHING REJECTED
      * (THE REST STILL APPLIED), RC 8 = STRUCTURAL FAILURE, NO
      * MASTER WRITTEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
         SELECT OperMaster ASSIGN TO DYNAMIC OU-MASTER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OU-MASTER-STATUS.
         SELECT OperTrans ASSIGN TO DYNAMIC OU-TRANS-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OU-TRANS-STATUS.
         SELECT NewOperMaster ASSIGN TO DYNAMIC OU-NEWMASTER-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
         SELECT UpdateReport ASSIGN TO DYNAMIC OU-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD OperMaster.
       01 Oper-Master-Record.
         02 OP-Oper-ID PIC X(8).
         02 OP-Name PIC X(20).
         02 OP-Status PIC X.
         02 OP-Cert-Hazmat PIC X.
         02 OP-Cert-9001 PIC X.
         02 OP-Yard OCCURS 5 TIMES PIC X(8).
      * ONE TRANSACTION PER RECORD: THE ACTION, THE OPERATOR, AND THE
      * FULL NEW STANDING (IGNORED ON A DEL), IN MASTER ORDER.
       FD OperTrans.
       01 Oper-Trans-Record.
         02 TX-Action PIC X(3).
         02 TX-Oper-ID PIC X(8).
         02 TX-Name PIC X(20).
         02 TX-Status PIC X.
         02 TX-Cert-Hazmat PIC X.
         02 TX-Cert-9001 PIC X.
         02 TX-Yards PIC X(40).
       FD NewOperMaster.
       01 New-Master-Record.
         02 NM-Oper-ID PIC X(8).
         02 NM-Name PIC X(20).
         02 NM-Status PIC X.
         02 NM-Cert-Hazmat PIC X.
         02 NM-Cert-9001 PIC X.
         02 NM-Yards PIC X(40).
       FD UpdateReport.
       01 Update-Report-Record PIC X(110).

       WORKING-STORAGE SECTION.
       01 OU-MASTER-NAME PIC X(40) VALUE "operator_master".
       01 OU-TRANS-NAME PIC X(40) VALUE "operator_trans".
       01 OU-NEWMASTER-NAME PIC X(40) VALUE "operator_master_new".
       01 OU-REPORT-NAME PIC X(40) VALUE "operator_report".
       01 OU-MASTER-STATUS PIC XX.
       01 OU-TRANS-STATUS PIC XX.
       01 OU-EOF PIC X VALUE "N".
      *THE WHOLE MASTER IN CORE, DELETED ENTRIES FLAGGED RATHER THAN
      *SQUEEZED OUT SO THE TABLE NEVER SHUFFLES MID-RUN. 500 IS THE
      *CRANE'S OWN COMPILED OPERATOR CEILING.
       01 OP-COUNT PIC 9(6) VALUE 0.
       01 OP-SUB PIC 9(6).
       01 OP-FOUND PIC 9(6).
       01 OP-TABLE.
         02 OP-ENTRY OCCURS 500 TIMES.
           03 OPE-Oper-ID PIC X(8).
           03 OPE-Name PIC X(20).
           03 OPE-Status PIC X.
           03 OPE-Cert-Hazmat PIC X.
           03 OPE-Cert-9001 PIC X.
           03 OPE-Yards PIC X(40).
           03 OPE-Deleted PIC X.
       01 OU-TRANS-READ PIC 9(6) VALUE 0.
       01 OU-APPLIED PIC 9(6) VALUE 0.
       01 OU-REJECTED PIC 9(6) VALUE 0.
       01 OU-WRITTEN PIC 9(6) VALUE 0.
       01 OU-REJECT-REASON PIC X(34).
      *REPORT LINE LAYOUT: ONE LINE PER TRANSACTION, DISPOSITION
      *FIRST SO THE REJECTS JUMP OUT OF A COLUMN SCAN.
       01 RPT-TRANS-LINE.
         02 RT-Disp PIC X(9).
         02 RT-Action PIC X(3).
         02 FILLER PIC X VALUE SPACE.
         02 RT-Oper PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 RT-Status PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 RT-Cert-Hazmat PIC X.
         02 RT-Cert-9001 PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 RT-Yards PIC X(40).
         02 FILLER PIC XX VALUE SPACES.
         02 RT-Reason PIC X(34).
       01 RPT-TEXT-LINE PIC X(110).

       PROCEDURE DIVISION.
       BEGIN.
       ACCEPT OU-MASTER-NAME FROM ENVIRONMENT "DD_OPERATOR"
       IF OU-MASTER-NAME = SPACES
         MOVE "operator_master" TO OU-MASTER-NAME
       END-IF
       ACCEPT OU-TRANS-NAME FROM ENVIRONMENT "DD_OPER_TRANS"
       IF OU-TRANS-NAME = SPACES
         MOVE "operator_trans" TO OU-TRANS-NAME
       END-IF
       ACCEPT OU-NEWMASTER-NAME FROM ENVIRONMENT "DD_OPER_NEW"
       IF OU-NEWMASTER-NAME = SPACES
         MOVE "operator_master_new" TO OU-NEWMASTER-NAME
       END-IF
       ACCEPT OU-REPORT-NAME FROM ENVIRONMENT "DD_OPER_REPORT"
       IF OU-REPORT-NAME = SPACES
         MOVE "operator_report" TO OU-REPORT-NAME
       END-IF
       PERFORM LOAD-OLD-MASTER
       OPEN OUTPUT UpdateReport
       MOVE "===== OPERATOR MASTER UPDATE REPORT =====" TO
           RPT-TEXT-LINE
       WRITE Update-Report-Record FROM RPT-TEXT-LINE
       PERFORM APPLY-TRANSACTIONS
       PERFORM WRITE-NEW-MASTER
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "TRANSACTIONS=" DELIMITED BY SIZE
           OU-TRANS-READ DELIMITED BY SIZE
           " APPLIED=" DELIMITED BY SIZE
           OU-APPLIED DELIMITED BY SIZE
           " REJECTED=" DELIMITED BY SIZE
           OU-REJECTED DELIMITED BY SIZE
           " MASTER RECORDS OUT=" DELIMITED BY SIZE
           OU-WRITTEN DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Update-Report-Record FROM RPT-TEXT-LINE
       CLOSE UpdateReport
       DISPLAY "OPERMNT: " OU-TRANS-READ " TRANSACTIONS, "
           OU-APPLIED " APPLIED, " OU-REJECTED " REJECTED, "
           OU-WRITTEN " RECORDS ON NEW MASTER"
       IF OU-REJECTED > 0
         MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

      * A MISSING OLD MASTER IS A LEGITIMATE FIRST RUN -- THE NEW
      * MASTER IS BUILT FROM THE ADDs ALONE.
       LOAD-OLD-MASTER.
       MOVE 0 TO OP-COUNT
       MOVE "N" TO OU-EOF
       OPEN INPUT OperMaster
       IF OU-MASTER-STATUS NOT = "00"
         DISPLAY "OLD MASTER NOT PRESENT, STATUS " OU-MASTER-STATUS
             " - BUILDING FROM TRANSACTIONS ALONE"
         MOVE "Y" TO OU-EOF
       END-IF
       PERFORM UNTIL OU-EOF = "Y"
           READ OperMaster
             AT END MOVE "Y" TO OU-EOF
           END-READ
           IF OU-EOF NOT = "Y"
             IF OP-COUNT >= 500
               DISPLAY "OLD MASTER EXCEEDS COMPILED TABLE CEILING "
                   "- NO UPDATE APPLIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO OP-COUNT
             MOVE Oper-Master-Record TO OP-ENTRY(OP-COUNT)
             MOVE "N" TO OPE-Deleted(OP-COUNT)
           END-IF
       END-PERFORM
       IF OU-MASTER-STATUS = "00" OR OU-MASTER-STATUS = "10"
         CLOSE OperMaster
       END-IF.

       APPLY-TRANSACTIONS.
       MOVE "N" TO OU-EOF
       OPEN INPUT OperTrans
       IF OU-TRANS-STATUS NOT = "00"
         DISPLAY "TRANSACTION FILE UNAVAILABLE, STATUS "
             OU-TRANS-STATUS
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       PERFORM UNTIL OU-EOF = "Y"
           READ OperTrans
             AT END MOVE "Y" TO OU-EOF
           END-READ
           IF OU-EOF NOT = "Y"
             ADD 1 TO OU-TRANS-READ
             PERFORM APPLY-ONE-TRANSACTION
           END-IF
       END-PERFORM
       CLOSE OperTrans.

       APPLY-ONE-TRANSACTION.
       MOVE SPACES TO OU-REJECT-REASON
       PERFORM FIND-MASTER-OPERATOR
       IF TX-Action NOT = "ADD" AND TX-Action NOT = "CHG"
           AND TX-Action NOT = "DEL"
         MOVE "UNKNOWN ACTION" TO OU-REJECT-REASON
       ELSE
         IF TX-Oper-ID = SPACES
           MOVE "OPERATOR ID MISSING" TO OU-REJECT-REASON
         ELSE
           IF TX-Action = "ADD" AND OP-FOUND > 0
             MOVE "DUPLICATE ADD - OPERATOR ON MASTER" TO
                 OU-REJECT-REASON
           END-IF
           IF (TX-Action = "CHG" OR TX-Action = "DEL")
               AND OP-FOUND = 0
             MOVE "OPERATOR NOT ON MASTER" TO OU-REJECT-REASON
           END-IF
           IF TX-Action NOT = "DEL"
               AND OU-REJECT-REASON = SPACES
             IF TX-Status NOT = "A" AND TX-Status NOT = "I"
               MOVE "STATUS NOT A OR I" TO OU-REJECT-REASON
             ELSE
               IF (TX-Cert-Hazmat NOT = "Y" AND
                   TX-Cert-Hazmat NOT = "N")
                   OR (TX-Cert-9001 NOT = "Y" AND
                   TX-Cert-9001 NOT = "N")
                 MOVE "CERTIFICATION NOT Y OR N" TO OU-REJECT-REASON
               ELSE
                 IF TX-Yards = SPACES
                   MOVE "NO YARD CLEARANCE GIVEN" TO
                       OU-REJECT-REASON
                 END-IF
               END-IF
             END-IF
           END-IF
         END-IF
       END-IF
       IF OU-REJECT-REASON NOT = SPACES
         ADD 1 TO OU-REJECTED
         MOVE "REJECTED " TO RT-Disp
         PERFORM WRITE-TRANS-LINE
       ELSE
         IF TX-Action = "ADD"
           IF OP-COUNT >= 500
             MOVE "MASTER TABLE FULL" TO OU-REJECT-REASON
             ADD 1 TO OU-REJECTED
             MOVE "REJECTED " TO RT-Disp
             PERFORM WRITE-TRANS-LINE
           ELSE
             ADD 1 TO OP-COUNT
             MOVE OP-COUNT TO OP-FOUND
             PERFORM MOVE-TRANS-TO-ENTRY
             MOVE "N" TO OPE-Deleted(OP-COUNT)
             ADD 1 TO OU-APPLIED
             MOVE "APPLIED  " TO RT-Disp
             PERFORM WRITE-TRANS-LINE
           END-IF
         END-IF
         IF TX-Action = "CHG"
           PERFORM MOVE-TRANS-TO-ENTRY
           ADD 1 TO OU-APPLIED
           MOVE "APPLIED  " TO RT-Disp
           PERFORM WRITE-TRANS-LINE
         END-IF
         IF TX-Action = "DEL"
           MOVE "Y" TO OPE-Deleted(OP-FOUND)
           ADD 1 TO OU-APPLIED
           MOVE "APPLIED  " TO RT-Disp
           PERFORM WRITE-TRANS-LINE
         END-IF
       END-IF.

       MOVE-TRANS-TO-ENTRY.
       MOVE TX-Oper-ID TO OPE-Oper-ID(OP-FOUND)
       MOVE TX-Name TO OPE-Name(OP-FOUND)
       MOVE TX-Status TO OPE-Status(OP-FOUND)
       MOVE TX-Cert-Hazmat TO OPE-Cert-Hazmat(OP-FOUND)
       MOVE TX-Cert-9001 TO OPE-Cert-9001(OP-FOUND)
       MOVE TX-Yards TO OPE-Yards(OP-FOUND).

      * AN ADD LANDING ON A DELETED SLOT'S OPERATOR ID IS A RE-ADD OF
      * AN OPERATOR DELETED EARLIER IN THIS SAME RUN -- LEGAL, SO
      * DELETED ENTRIES DON'T COUNT AS "ON THE MASTER" HERE.
       FIND-MASTER-OPERATOR.
       MOVE 0 TO OP-FOUND
       PERFORM VARYING OP-SUB FROM 1 BY 1 UNTIL OP-SUB > OP-COUNT
           IF OPE-Oper-ID(OP-SUB) = TX-Oper-ID
               AND OPE-Deleted(OP-SUB) = "N"
             MOVE OP-SUB TO OP-FOUND
             MOVE OP-COUNT TO OP-SUB
           END-IF
       END-PERFORM.

       WRITE-TRANS-LINE.
       MOVE TX-Action TO RT-Action
       MOVE TX-Oper-ID TO RT-Oper
       MOVE TX-Status TO RT-Status
       MOVE TX-Cert-Hazmat TO RT-Cert-Hazmat
       MOVE TX-Cert-9001 TO RT-Cert-9001
       MOVE TX-Yards TO RT-Yards
       MOVE OU-REJECT-REASON TO RT-Reason
       WRITE Update-Report-Record FROM RPT-TRANS-LINE.

       WRITE-NEW-MASTER.
       OPEN OUTPUT NewOperMaster
       PERFORM VARYING OP-SUB FROM 1 BY 1 UNTIL OP-SUB > OP-COUNT
           IF OPE-Deleted(OP-SUB) = "N"
             MOVE OPE-Oper-ID(OP-SUB) TO NM-Oper-ID
             MOVE OPE-Name(OP-SUB) TO NM-Name
             MOVE OPE-Status(OP-SUB) TO NM-Status
             MOVE OPE-Cert-Hazmat(OP-SUB) TO NM-Cert-Hazmat
             MOVE OPE-Cert-9001(OP-SUB) TO NM-Cert-9001
             MOVE OPE-Yards(OP-SUB) TO NM-Yards
             WRITE New-Master-Record
             ADD 1 TO OU-WRITTEN
           END-IF
       END-PERFORM
       CLOSE NewOperMaster.
