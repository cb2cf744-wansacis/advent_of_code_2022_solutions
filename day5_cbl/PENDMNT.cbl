       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDMNT.
      * PENDING COMMAND QUEUE MAINTENANCE. SHIFTMRG.cbl PARKS EVERY
      * COMMAND DATED AFTER THE RUN DATE ON THE PENDING QUEUE AND
      * RELEASES IT THE NIGHT IT COMES DUE; THIS STEP IS HOW A QUEUED
      * COMMAND IS CALLED BACK OR CHANGED BEFORE THEN, FROM A
      * TRANSACTION FILE OF CAN/AMD RECORDS. A QUEUED COMMAND IS
      * IDENTIFIED BY ITS YARD, ITS TIMESTAMP AND ITS SHIFT ID, AS
      * PENDRPT.cbl LISTS THEM; WHERE TWO SHARE ALL THREE THE FIRST
      * ON THE QUEUE IS THE ONE ACTED ON. EACH TRANSACTION IS
      * VALIDATED BEFORE APPLICATION:
      *   - ACTION MUST BE CAN OR AMD, WITH THE YARD, A NUMERIC
      *     TIMESTAMP AND THE AUTHORIZING PERSON, AND THE COMMAND IT
      *     NAMES MUST BE ON THE QUEUE
      *   - CAN TAKES THE COMMAND OFF THE QUEUE
      *   - AMD REPLACES IT WITH THE COMMAND IN COLS 35-99, WHICH
      *     MUST OPEN WITH ONE OF THE CRANE'S VERBS (move, load, xfer,
      *     recv, adj). A BLANK STAMP (COLS 75-99) KEEPS THE ORIGINAL
      *     STAMP; A NEW ONE MUST CARRY A VALID DATE AND MUST NOT
      *     COLLIDE WITH ANOTHER QUEUED COMMAND, AND A BLANK SHIFT ID
      *     OR OPERATOR IN IT KEEPS THE ORIGINAL ONE. A STAMPED
      *     COMMAND LEFT WITH NO OPERATOR IS REJECTED -- THE CRANE
      *     ONLY SCREENS A COMMAND THAT NAMES ITS OPERATOR. AMENDING
      *     TO A DATE ALREADY PASSED RELEASES THE COMMAND AT THE NEXT
      *     MERGE.
      * THE UPDATED QUEUE IS WRITTEN AS A NEW OUTPUT DATASET, LIKE
      * HOLDMNT.cbl DOES FOR THE HOLD REGISTER, WITH AN UPDATE REPORT
      * SHOWING EVERY TRANSACTION'S DISPOSITION -- THE REPORT IS THE
      * ONLY RECORD OF A CANCELLED COMMAND. RC 0 = ALL APPLIED, RC 4 =
      * SOMETHING REJECTED (THE REST STILL APPLIED), RC 8 = STRUCTURAL
      * FAILURE, NO FILE WRITTEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
         SELECT PendingQueue ASSIGN TO DYNAMIC PN-PENDING-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PN-PENDING-STATUS.
         SELECT PendTrans ASSIGN TO DYNAMIC PN-TRANS-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PN-TRANS-STATUS.
         SELECT NewPendingQueue ASSIGN TO DYNAMIC PN-NEWPEND-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
         SELECT UpdateReport ASSIGN TO DYNAMIC PN-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * ONE QUEUED COMMAND PER RECORD, AS SHIFTMRG.cbl PARKS IT.
       FD PendingQueue.
       01 Pending-Record.
         02 PQ-Yard PIC X(8).
         02 PQ-Queued-Date PIC 9(8).
         02 PQ-Command PIC X(65).
      * ONE TRANSACTION PER RECORD. THE KEY ARRIVES AS TEXT SO A
      * NON-NUMERIC KEYING MISTAKE IS A REJECT, NOT AN ABEND.
       FD PendTrans.
       01 Pend-Trans-Record.
         02 TX-Action PIC X(3).
         02 TX-Yard PIC X(8).
         02 TX-TS PIC X(14).
         02 TX-Shift PIC X.
         02 TX-Auth PIC X(8).
         02 TX-Command.
           03 TX-Cmd-Text PIC X(40).
           03 TX-Cmd-Stamp.
             04 TX-Cmd-TS.
               05 TX-Cmd-YYYY PIC X(4).
               05 TX-Cmd-MM PIC XX.
               05 TX-Cmd-DD PIC XX.
               05 TX-Cmd-Time PIC X(6).
             04 FILLER PIC X.
             04 TX-Cmd-Shift PIC X.
             04 FILLER PIC X.
             04 TX-Cmd-Oper PIC X(8).
       FD NewPendingQueue.
       01 New-Pending-Record.
         02 NQ-Yard PIC X(8).
         02 NQ-Queued-Date PIC 9(8).
         02 NQ-Command PIC X(65).
       FD UpdateReport.
       01 Update-Report-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01 PN-PENDING-NAME PIC X(40) VALUE "pending_queue".
       01 PN-TRANS-NAME PIC X(40) VALUE "pending_trans".
       01 PN-NEWPEND-NAME PIC X(40) VALUE "pending_queue_new".
       01 PN-REPORT-NAME PIC X(40) VALUE "pending_report".
       01 PN-PENDING-STATUS PIC XX.
       01 PN-TRANS-STATUS PIC XX.
       01 PN-EOF PIC X VALUE "N".
      *THE WHOLE QUEUE IN CORE. A CANCELLED ENTRY IS FLAGGED AND
      *SIMPLY NOT WRITTEN TO THE NEW QUEUE.
       01 PQ-COUNT PIC 9(6) VALUE 0.
       01 PQ-SUB PIC 9(6).
       01 PQ-FOUND PIC 9(6).
       01 PQ-AMENDING PIC 9(6).
       01 PQ-TABLE.
         02 PQ-ENTRY OCCURS 2000 TIMES.
           03 PQE-Yard PIC X(8).
           03 PQE-Queued-Date PIC 9(8).
           03 PQE-Command.
             04 FILLER PIC X(40).
             04 PQE-TS PIC X(14).
             04 FILLER PIC X.
             04 PQE-Shift PIC X.
             04 FILLER PIC X.
             04 PQE-Oper PIC X(8).
           03 PQE-Cancelled PIC X.
       01 PN-FIND-YARD PIC X(8).
       01 PN-FIND-TS PIC X(14).
       01 PN-FIND-SHIFT PIC X.
       01 PN-NEW-COMMAND.
         02 FILLER PIC X(40).
         02 PN-NEW-TS PIC X(14).
         02 FILLER PIC X.
         02 PN-NEW-SHIFT PIC X.
         02 FILLER PIC X.
         02 PN-NEW-OPER PIC X(8).
       01 PN-TRANS-READ PIC 9(6) VALUE 0.
       01 PN-APPLIED PIC 9(6) VALUE 0.
       01 PN-REJECTED PIC 9(6) VALUE 0.
       01 PN-WRITTEN PIC 9(6) VALUE 0.
       01 PN-REJECT-REASON PIC X(30).
       01 PN-DATE-YEAR PIC 9(4).
       01 PN-DATE-MONTH PIC 99.
       01 PN-DATE-DAY PIC 99.
       01 PN-MONTH-LIMIT PIC 99.
       01 PN-MONTH-DAYS-VALUES PIC X(24)
           VALUE "312831303130313130313031".
       01 PN-MONTH-DAYS-TABLE REDEFINES PN-MONTH-DAYS-VALUES.
         02 PN-MONTH-DAYS PIC 99 OCCURS 12 TIMES.
      *REPORT LINE LAYOUTS: ONE LINE PER TRANSACTION, DISPOSITION
      *FIRST SO THE REJECTS JUMP OUT OF A COLUMN SCAN, AND FOR AN
      *APPLIED AMD A SECOND LINE WITH THE COMMAND AS IT NOW STANDS.
       01 RPT-TRANS-LINE.
         02 RT-Disp PIC X(9).
         02 RT-Action PIC X(3).
         02 FILLER PIC X VALUE SPACE.
         02 RT-Yard PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 RT-TS PIC X(14).
         02 FILLER PIC X VALUE SPACE.
         02 RT-Shift PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 RT-Auth PIC X(8).
         02 FILLER PIC XX VALUE SPACES.
         02 RT-Why PIC X(30).
       01 RPT-AMEND-LINE.
         02 FILLER PIC X(13) VALUE "         NOW ".
         02 RA-Text PIC X(21).
         02 RA-TS-TXT PIC X(4) VALUE " TS=".
         02 RA-TS PIC X(14).
         02 RA-SHIFT-TXT PIC X(7) VALUE " SHIFT=".
         02 RA-Shift PIC X.
         02 RA-OPER-TXT PIC X(6) VALUE " OPER=".
         02 RA-Oper PIC X(8).
         02 FILLER PIC X(6) VALUE SPACES.
       01 RPT-TEXT-LINE PIC X(80).

       PROCEDURE DIVISION.
       BEGIN.
       ACCEPT PN-PENDING-NAME FROM ENVIRONMENT "DD_PENDING"
       IF PN-PENDING-NAME = SPACES
         MOVE "pending_queue" TO PN-PENDING-NAME
       END-IF
       ACCEPT PN-TRANS-NAME FROM ENVIRONMENT "DD_PENDING_TRANS"
       IF PN-TRANS-NAME = SPACES
         MOVE "pending_trans" TO PN-TRANS-NAME
       END-IF
       ACCEPT PN-NEWPEND-NAME FROM ENVIRONMENT "DD_PENDING_NEW"
       IF PN-NEWPEND-NAME = SPACES
         MOVE "pending_queue_new" TO PN-NEWPEND-NAME
       END-IF
       ACCEPT PN-REPORT-NAME FROM ENVIRONMENT "DD_PENDING_REPORT"
       IF PN-REPORT-NAME = SPACES
         MOVE "pending_report" TO PN-REPORT-NAME
       END-IF
       PERFORM LOAD-OLD-QUEUE
       OPEN OUTPUT UpdateReport
       MOVE "===== PENDING COMMAND QUEUE UPDATE REPORT ====="
         TO RPT-TEXT-LINE
       WRITE Update-Report-Record FROM RPT-TEXT-LINE
       PERFORM APPLY-TRANSACTIONS
       PERFORM WRITE-NEW-QUEUE
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "TRANSACTIONS=" DELIMITED BY SIZE
           PN-TRANS-READ DELIMITED BY SIZE
           " APPLIED=" DELIMITED BY SIZE
           PN-APPLIED DELIMITED BY SIZE
           " REJECTED=" DELIMITED BY SIZE
           PN-REJECTED DELIMITED BY SIZE
           " STILL QUEUED=" DELIMITED BY SIZE
           PN-WRITTEN DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Update-Report-Record FROM RPT-TEXT-LINE
       CLOSE UpdateReport
       DISPLAY "PENDMNT: " PN-TRANS-READ " TRANSACTIONS, "
           PN-APPLIED " APPLIED, " PN-REJECTED " REJECTED, "
           PN-WRITTEN " COMMANDS STILL QUEUED"
       IF PN-REJECTED > 0
         MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

      * A MISSING OLD QUEUE IS AN EMPTY ONE -- NOTHING HAS BEEN
      * PARKED YET, SO EVERY TRANSACTION WILL REJECT.
       LOAD-OLD-QUEUE.
       MOVE 0 TO PQ-COUNT
       MOVE "N" TO PN-EOF
       OPEN INPUT PendingQueue
       IF PN-PENDING-STATUS NOT = "00"
         DISPLAY "OLD PENDING QUEUE NOT PRESENT, STATUS "
             PN-PENDING-STATUS " - TREATED AS EMPTY"
         MOVE "Y" TO PN-EOF
       END-IF
       PERFORM UNTIL PN-EOF = "Y"
           READ PendingQueue
             AT END MOVE "Y" TO PN-EOF
           END-READ
           IF PN-EOF NOT = "Y"
             IF PQ-COUNT >= 2000
               DISPLAY "OLD PENDING QUEUE EXCEEDS COMPILED TABLE "
                   "CEILING - NO UPDATE APPLIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO PQ-COUNT
             MOVE PQ-Yard TO PQE-Yard(PQ-COUNT)
             MOVE PQ-Queued-Date TO PQE-Queued-Date(PQ-COUNT)
             MOVE PQ-Command TO PQE-Command(PQ-COUNT)
             MOVE "N" TO PQE-Cancelled(PQ-COUNT)
           END-IF
       END-PERFORM
       IF PN-PENDING-STATUS = "00" OR PN-PENDING-STATUS = "10"
         CLOSE PendingQueue
       END-IF.

       APPLY-TRANSACTIONS.
       MOVE "N" TO PN-EOF
       OPEN INPUT PendTrans
       IF PN-TRANS-STATUS NOT = "00"
         DISPLAY "TRANSACTION FILE UNAVAILABLE, STATUS "
             PN-TRANS-STATUS
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       PERFORM UNTIL PN-EOF = "Y"
           READ PendTrans
             AT END MOVE "Y" TO PN-EOF
           END-READ
           IF PN-EOF NOT = "Y"
             ADD 1 TO PN-TRANS-READ
             PERFORM APPLY-ONE-TRANSACTION
           END-IF
       END-PERFORM
       CLOSE PendTrans.

       APPLY-ONE-TRANSACTION.
       MOVE SPACES TO PN-REJECT-REASON
       MOVE 0 TO PQ-FOUND
       IF TX-Action NOT = "CAN" AND TX-Action NOT = "AMD"
         MOVE "UNKNOWN ACTION" TO PN-REJECT-REASON
       ELSE
         IF TX-Yard = SPACES
           MOVE "YARD MISSING" TO PN-REJECT-REASON
         ELSE
           IF TX-TS IS NOT NUMERIC
             MOVE "TIMESTAMP NOT NUMERIC" TO PN-REJECT-REASON
           ELSE
             IF TX-Auth = SPACES
               MOVE "AUTHORIZER MISSING" TO PN-REJECT-REASON
             ELSE
               MOVE TX-Yard TO PN-FIND-YARD
               MOVE TX-TS TO PN-FIND-TS
               MOVE TX-Shift TO PN-FIND-SHIFT
               PERFORM FIND-QUEUED-COMMAND
               IF PQ-FOUND = 0
                 MOVE "NOT ON THE PENDING QUEUE" TO PN-REJECT-REASON
               END-IF
             END-IF
           END-IF
         END-IF
       END-IF
       IF TX-Action = "AMD" AND PN-REJECT-REASON = SPACES
         PERFORM CHECK-AMENDMENT
       END-IF
       IF PN-REJECT-REASON NOT = SPACES
         ADD 1 TO PN-REJECTED
         MOVE "REJECTED " TO RT-Disp
         PERFORM WRITE-TRANS-LINE
       ELSE
         IF TX-Action = "CAN"
           MOVE "Y" TO PQE-Cancelled(PQ-FOUND)
           ADD 1 TO PN-APPLIED
           MOVE "APPLIED  " TO RT-Disp
           PERFORM WRITE-TRANS-LINE
         ELSE
           MOVE PN-NEW-COMMAND TO PQE-Command(PQ-FOUND)
           ADD 1 TO PN-APPLIED
           MOVE "APPLIED  " TO RT-Disp
           PERFORM WRITE-TRANS-LINE
           MOVE PN-NEW-COMMAND(1:21) TO RA-Text
           MOVE PN-NEW-TS TO RA-TS
           MOVE PN-NEW-SHIFT TO RA-Shift
           MOVE PN-NEW-OPER TO RA-Oper
           WRITE Update-Report-Record FROM RPT-AMEND-LINE
         END-IF
       END-IF.

      * THE FIRST QUEUED COMMAND, NOT ALREADY CANCELLED, MATCHING
      * PN-FIND-YARD/TS/SHIFT. LEFT IN PQ-FOUND, ZERO IF NONE.
       FIND-QUEUED-COMMAND.
       MOVE 0 TO PQ-FOUND
       PERFORM VARYING PQ-SUB FROM 1 BY 1 UNTIL PQ-SUB > PQ-COUNT
           IF PQE-Yard(PQ-SUB) = PN-FIND-YARD
               AND PQE-TS(PQ-SUB) = PN-FIND-TS
               AND PQE-Shift(PQ-SUB) = PN-FIND-SHIFT
               AND PQE-Cancelled(PQ-SUB) = "N"
             MOVE PQ-SUB TO PQ-FOUND
             MOVE PQ-COUNT TO PQ-SUB
           END-IF
       END-PERFORM.

      * BUILD THE REPLACEMENT IN PN-NEW-COMMAND AND VET IT. THE VERB
      * MUST BE ONE THE CRANE KNOWS, OR THE NIGHT RUN WOULD FAIL IT
      * ON RELEASE. THE SAME CALENDAR TEST HOLDMNT.cbl APPLIES TO A
      * HOLD DATE.
       CHECK-AMENDMENT.
       IF TX-Cmd-Text = SPACES
         MOVE "REPLACEMENT COMMAND MISSING" TO PN-REJECT-REASON
       END-IF
       IF PN-REJECT-REASON = SPACES
           AND TX-Cmd-Text(1:5) NOT = "move "
           AND TX-Cmd-Text(1:5) NOT = "load "
           AND TX-Cmd-Text(1:5) NOT = "xfer "
           AND TX-Cmd-Text(1:5) NOT = "recv "
           AND TX-Cmd-Text(1:5) NOT = "adj  "
         MOVE "REPLACEMENT VERB INVALID" TO PN-REJECT-REASON
       END-IF
       IF PN-REJECT-REASON = SPACES
         MOVE PQE-Command(PQ-FOUND) TO PN-NEW-COMMAND
         MOVE TX-Cmd-Text TO PN-NEW-COMMAND(1:40)
         IF TX-Cmd-Stamp NOT = SPACES
           MOVE TX-Cmd-Stamp TO PN-NEW-COMMAND(41:25)
           IF TX-Cmd-Shift = SPACE
             MOVE PQE-Shift(PQ-FOUND) TO PN-NEW-SHIFT
           END-IF
           IF TX-Cmd-Oper = SPACES
             MOVE PQE-Oper(PQ-FOUND) TO PN-NEW-OPER
           END-IF
           PERFORM CHECK-NEW-TIMESTAMP
           IF PN-REJECT-REASON = SPACES
               AND (PN-NEW-TS NOT = PQE-TS(PQ-FOUND)
                 OR PN-NEW-SHIFT NOT = PQE-Shift(PQ-FOUND))
             MOVE PQ-FOUND TO PQ-AMENDING
             MOVE TX-Yard TO PN-FIND-YARD
             MOVE PN-NEW-TS TO PN-FIND-TS
             MOVE PN-NEW-SHIFT TO PN-FIND-SHIFT
             PERFORM FIND-QUEUED-COMMAND
             IF PQ-FOUND NOT = 0
               MOVE "NEW STAMP ALREADY QUEUED" TO PN-REJECT-REASON
             END-IF
             MOVE PQ-AMENDING TO PQ-FOUND
           END-IF
         END-IF
         IF PN-REJECT-REASON = SPACES AND PN-NEW-TS NOT = SPACES
             AND PN-NEW-OPER = SPACES
           MOVE "OPERATOR MISSING FROM STAMP" TO PN-REJECT-REASON
         END-IF
       END-IF.

       CHECK-NEW-TIMESTAMP.
       IF TX-Cmd-TS IS NOT NUMERIC
         MOVE "NEW TIMESTAMP NOT NUMERIC" TO PN-REJECT-REASON
       ELSE
         IF TX-Cmd-MM < "01" OR TX-Cmd-MM > "12"
             OR TX-Cmd-DD < "01" OR TX-Cmd-DD > "31"
             OR TX-Cmd-YYYY < "1601"
           MOVE "NEW TIMESTAMP DATE INVALID" TO PN-REJECT-REASON
         ELSE
           MOVE TX-Cmd-YYYY TO PN-DATE-YEAR
           MOVE TX-Cmd-MM TO PN-DATE-MONTH
           MOVE TX-Cmd-DD TO PN-DATE-DAY
           MOVE PN-MONTH-DAYS(PN-DATE-MONTH) TO PN-MONTH-LIMIT
           IF PN-DATE-MONTH = 2
               AND FUNCTION MOD(PN-DATE-YEAR, 4) = 0
               AND (FUNCTION MOD(PN-DATE-YEAR, 100) NOT = 0
                 OR FUNCTION MOD(PN-DATE-YEAR, 400) = 0)
             MOVE 29 TO PN-MONTH-LIMIT
           END-IF
           IF PN-DATE-DAY > PN-MONTH-LIMIT
             MOVE "NEW TIMESTAMP DATE INVALID" TO PN-REJECT-REASON
           END-IF
         END-IF
       END-IF.

       WRITE-TRANS-LINE.
       MOVE TX-Action TO RT-Action
       MOVE TX-Yard TO RT-Yard
       MOVE TX-TS TO RT-TS
       MOVE TX-Shift TO RT-Shift
       MOVE TX-Auth TO RT-Auth
       MOVE PN-REJECT-REASON TO RT-Why
       WRITE Update-Report-Record FROM RPT-TRANS-LINE.

       WRITE-NEW-QUEUE.
       OPEN OUTPUT NewPendingQueue
       PERFORM VARYING PQ-SUB FROM 1 BY 1 UNTIL PQ-SUB > PQ-COUNT
           IF PQE-Cancelled(PQ-SUB) = "N"
             MOVE PQE-Yard(PQ-SUB) TO NQ-Yard
             MOVE PQE-Queued-Date(PQ-SUB) TO NQ-Queued-Date
             MOVE PQE-Command(PQ-SUB) TO NQ-Command
             WRITE New-Pending-Record
             ADD 1 TO PN-WRITTEN
           END-IF
       END-PERFORM
       CLOSE NewPendingQueue.
