       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDRPT.
      * PENDING COMMAND QUEUE WEEK-AHEAD REPORT. READS THE QUEUE
      * SHIFTMRG.cbl PARKS FUTURE-DATED COMMANDS ON AND COUNTS WHAT IS
      * DUE TO BE RELEASED EACH OF THE SEVEN NIGHTS AFTER THE RUN
      * DATE, ONE ROW PER YARD AND COMMAND VERB, SO THE YARDS CAN SEE
      * THE WORK COMING AT THEM AND CALL BACK ANYTHING WRONG THROUGH
      * PENDMNT.cbl BEFORE IT RELEASES. COMMANDS DUE BEYOND THE WEEK
      * ARE COUNTED UNDER LATER. A COMMAND STILL ON THE QUEUE THOUGH
      * ITS DATE IS NOT AFTER THE RUN DATE IS OVERDUE -- ITS YARD'S
      * MERGE HAS NOT RUN, OR IT WAS HELD OVER -- AND IS COUNTED
      * SEPARATELY. EVERY OVERDUE AND WEEK-AHEAD COMMAND IS THEN
      * LISTED WITH THE KEY PENDMNT.cbl NEEDS TO CANCEL OR AMEND IT.
      * THE PARM CARRIES THE RUN DATE IN COLS 1-8 (DEFAULT TODAY);
      * CODE THE SAME DATE AS THE MERGE WHEN RUN BESIDE IT.
      * RC 0 = REPORT COMPLETE, RC 4 = SOMETHING IS OVERDUE, RC 8 =
      * STRUCTURAL FAILURE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
         SELECT PendingQueue ASSIGN TO DYNAMIC PR-PENDING-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PR-PENDING-STATUS.
         SELECT WeekAheadReport ASSIGN TO DYNAMIC PR-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD PendingQueue.
       01 Pending-Record.
         02 PQ-Yard PIC X(8).
         02 PQ-Queued-Date PIC 9(8).
         02 PQ-Command.
           03 PQ-Verb PIC X(5).
           03 FILLER PIC X(35).
           03 PQ-TS.
             04 PQ-TS-Date PIC X(8).
             04 FILLER PIC X(6).
           03 FILLER PIC X.
           03 PQ-Shift PIC X.
           03 FILLER PIC X.
           03 PQ-Oper PIC X(8).
       FD WeekAheadReport.
       01 Week-Ahead-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01 PR-PENDING-NAME PIC X(40) VALUE "pending_queue".
       01 PR-REPORT-NAME PIC X(40) VALUE "pending_rpt".
       01 PR-PENDING-STATUS PIC XX.
       01 PR-EOF PIC X VALUE "N".
       01 PR-RUN-PARM PIC X(20).
       01 PR-RUN-DATE PIC 9(8).
       01 PR-RUN-DAY PIC 9(8).
       01 PR-CMD-DAY PIC 9(8).
       01 PR-OFFSET PIC S9(8).
       01 PR-DAY-DATE PIC 9(8).
       01 PR-DAY-DATE-X REDEFINES PR-DAY-DATE.
         02 FILLER PIC X(4).
         02 PR-DAY-MM PIC XX.
         02 PR-DAY-DD PIC XX.
      *BUCKET 1 IS OVERDUE, 2-8 THE NIGHTS RUN DATE +1 TO +7, 9 IS
      *LATER, 10 THE ROW TOTAL.
       01 PR-BUCKET PIC 99.
       01 PR-BK PIC 99.
       01 PR-READ PIC 9(6) VALUE 0.
       01 PR-OVERDUE PIC 9(6) VALUE 0.
       01 PR-LISTED PIC 9(6) VALUE 0.
      *ONE ROW PER YARD AND VERB, KEPT IN YARD/VERB ORDER AS ROWS ARE
      *ADDED SO THE REPORT NEEDS NO SORT STEP.
       01 RW-COUNT PIC 9(4) VALUE 0.
       01 RW-SUB PIC 9(4).
       01 RW-FOUND PIC 9(4).
       01 RW-INS PIC S9(4).
       01 RW-TABLE.
         02 RW-ENTRY OCCURS 500 TIMES.
           03 RWE-Key.
             04 RWE-Yard PIC X(8).
             04 RWE-Verb PIC X(5).
           03 RWE-Count PIC 9(6) OCCURS 10 TIMES.
       01 PR-NEW-KEY.
         02 PR-NEW-YARD PIC X(8).
         02 PR-NEW-VERB PIC X(5).
       01 PR-GRAND.
         02 PR-GRAND-COUNT PIC 9(6) OCCURS 10 TIMES.
      *REPORT LINE LAYOUTS.
       01 RPT-HEAD-LINE.
         02 FILLER PIC X(15) VALUE "YARD     VERB  ".
         02 HD-Cell PIC X(6) OCCURS 10 TIMES.
         02 FILLER PIC X(5) VALUE SPACES.
       01 RPT-ROW-LINE.
         02 RR-Yard PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 RR-Verb PIC X(5).
         02 FILLER PIC X VALUE SPACE.
         02 RR-Cell PIC ZZZZZ9 OCCURS 10 TIMES.
         02 FILLER PIC X(5) VALUE SPACES.
       01 RPT-DETAIL-LINE.
         02 RD-Yard PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 RD-TS PIC X(14).
         02 FILLER PIC X VALUE SPACE.
         02 RD-Shift PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 RD-Oper PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 RD-Text PIC X(32).
         02 FILLER PIC X VALUE SPACE.
         02 RD-Flag PIC X(7).
         02 FILLER PIC X(5) VALUE SPACES.
       01 RPT-TEXT-LINE PIC X(80).

       PROCEDURE DIVISION.
       BEGIN.
       ACCEPT PR-PENDING-NAME FROM ENVIRONMENT "DD_PENDING"
       IF PR-PENDING-NAME = SPACES
         MOVE "pending_queue" TO PR-PENDING-NAME
       END-IF
       ACCEPT PR-REPORT-NAME FROM ENVIRONMENT "DD_PENDING_RPT"
       IF PR-REPORT-NAME = SPACES
         MOVE "pending_rpt" TO PR-REPORT-NAME
       END-IF
       MOVE SPACES TO PR-RUN-PARM
       ACCEPT PR-RUN-PARM FROM COMMAND-LINE
       IF PR-RUN-PARM(1:8) IS NUMERIC
         MOVE PR-RUN-PARM(1:8) TO PR-RUN-DATE
       ELSE
         ACCEPT PR-RUN-DATE FROM DATE YYYYMMDD
       END-IF
       COMPUTE PR-RUN-DAY = FUNCTION INTEGER-OF-DATE(PR-RUN-DATE)
       IF PR-RUN-DAY = 0
         DISPLAY "RUN DATE " PR-RUN-DATE " IS NOT A VALID DATE"
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       INITIALIZE PR-GRAND
       PERFORM COUNT-QUEUE
       OPEN OUTPUT WeekAheadReport
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "===== PENDING COMMANDS - WEEK AFTER " DELIMITED BY SIZE
           PR-RUN-DATE DELIMITED BY SIZE
           " =====" DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Week-Ahead-Record FROM RPT-TEXT-LINE
       PERFORM WRITE-COLUMN-HEADINGS
       PERFORM VARYING RW-SUB FROM 1 BY 1 UNTIL RW-SUB > RW-COUNT
           MOVE RWE-Yard(RW-SUB) TO RR-Yard
           MOVE RWE-Verb(RW-SUB) TO RR-Verb
           PERFORM VARYING PR-BK FROM 1 BY 1 UNTIL PR-BK > 10
               MOVE RWE-Count(RW-SUB, PR-BK) TO RR-Cell(PR-BK)
           END-PERFORM
           WRITE Week-Ahead-Record FROM RPT-ROW-LINE
       END-PERFORM
       MOVE "ALL" TO RR-Yard
       MOVE SPACES TO RR-Verb
       PERFORM VARYING PR-BK FROM 1 BY 1 UNTIL PR-BK > 10
           MOVE PR-GRAND-COUNT(PR-BK) TO RR-Cell(PR-BK)
       END-PERFORM
       WRITE Week-Ahead-Record FROM RPT-ROW-LINE
       MOVE SPACES TO RPT-TEXT-LINE
       WRITE Week-Ahead-Record FROM RPT-TEXT-LINE
       MOVE "YARD     TIMESTAMP      S OPERATOR COMMAND"
         TO RPT-TEXT-LINE
       WRITE Week-Ahead-Record FROM RPT-TEXT-LINE
       PERFORM LIST-QUEUE
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "QUEUED=" DELIMITED BY SIZE
           PR-READ DELIMITED BY SIZE
           " OVERDUE=" DELIMITED BY SIZE
           PR-OVERDUE DELIMITED BY SIZE
           " LISTED=" DELIMITED BY SIZE
           PR-LISTED DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Week-Ahead-Record FROM RPT-TEXT-LINE
       CLOSE WeekAheadReport
       DISPLAY "PENDRPT: " PR-READ " COMMANDS QUEUED, " PR-OVERDUE
           " OVERDUE, " PR-LISTED " DUE BY "
           FUNCTION DATE-OF-INTEGER(PR-RUN-DAY + 7)
       IF PR-OVERDUE > 0
         MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

      * A MISSING QUEUE IS AN EMPTY ONE -- NOTHING HAS BEEN PARKED.
       COUNT-QUEUE.
       MOVE "N" TO PR-EOF
       OPEN INPUT PendingQueue
       IF PR-PENDING-STATUS NOT = "00"
         DISPLAY "PENDING QUEUE NOT PRESENT, STATUS "
             PR-PENDING-STATUS " - NOTHING QUEUED"
         MOVE "Y" TO PR-EOF
       END-IF
       PERFORM UNTIL PR-EOF = "Y"
           READ PendingQueue
             AT END MOVE "Y" TO PR-EOF
           END-READ
           IF PR-EOF NOT = "Y"
             ADD 1 TO PR-READ
             PERFORM SET-BUCKET
             IF PR-BUCKET = 1
               ADD 1 TO PR-OVERDUE
             END-IF
             MOVE PQ-Yard TO PR-NEW-YARD
             MOVE PQ-Verb TO PR-NEW-VERB
             PERFORM FIND-OR-ADD-ROW
             ADD 1 TO RWE-Count(RW-FOUND, PR-BUCKET)
             ADD 1 TO RWE-Count(RW-FOUND, 10)
             ADD 1 TO PR-GRAND-COUNT(PR-BUCKET)
             ADD 1 TO PR-GRAND-COUNT(10)
           END-IF
       END-PERFORM
       IF PR-PENDING-STATUS = "00" OR PR-PENDING-STATUS = "10"
         CLOSE PendingQueue
       END-IF.

      * WHICH NIGHT THE COMMAND ON Pending-Record RELEASES. A DATE
      * THAT IS NOT A DATE CANNOT BE AFTER THE RUN DATE, SO SHIFTMRG
      * RELEASES IT AT THE NEXT MERGE -- COUNT IT OVERDUE.
       SET-BUCKET.
       MOVE 0 TO PR-CMD-DAY
       IF PQ-TS-Date IS NUMERIC
         COMPUTE PR-CMD-DAY = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(PQ-TS-Date))
       END-IF
       IF PR-CMD-DAY = 0
         MOVE 1 TO PR-BUCKET
       ELSE
         COMPUTE PR-OFFSET = PR-CMD-DAY - PR-RUN-DAY
         IF PR-OFFSET < 1
           MOVE 1 TO PR-BUCKET
         ELSE
           IF PR-OFFSET > 7
             MOVE 9 TO PR-BUCKET
           ELSE
             COMPUTE PR-BUCKET = PR-OFFSET + 1
           END-IF
         END-IF
       END-IF.

      * THE ROW FOR PR-NEW-KEY, LEFT IN RW-FOUND. A NEW KEY IS
      * INSERTED IN ORDER, THE ROWS AFTER IT SHUFFLED DOWN ONE.
       FIND-OR-ADD-ROW.
       MOVE 0 TO RW-FOUND
       PERFORM VARYING RW-SUB FROM 1 BY 1 UNTIL RW-SUB > RW-COUNT
           IF RWE-Key(RW-SUB) = PR-NEW-KEY
             MOVE RW-SUB TO RW-FOUND
             MOVE RW-COUNT TO RW-SUB
           END-IF
       END-PERFORM
       IF RW-FOUND = 0
         IF RW-COUNT >= 500
           DISPLAY "YARD/VERB ROWS EXCEED COMPILED TABLE CEILING"
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE RW-COUNT TO RW-INS
         PERFORM UNTIL RW-INS < 1
             IF RWE-Key(RW-INS) > PR-NEW-KEY
               MOVE RW-ENTRY(RW-INS) TO RW-ENTRY(RW-INS + 1)
               SUBTRACT 1 FROM RW-INS
             ELSE
               MOVE RW-INS TO RW-FOUND
               MOVE 0 TO RW-INS
             END-IF
         END-PERFORM
         ADD 1 TO RW-FOUND
         ADD 1 TO RW-COUNT
         INITIALIZE RW-ENTRY(RW-FOUND)
         MOVE PR-NEW-KEY TO RWE-Key(RW-FOUND)
       END-IF.

       WRITE-COLUMN-HEADINGS.
       MOVE "OVRDUE" TO HD-Cell(1)
       PERFORM VARYING PR-BK FROM 2 BY 1 UNTIL PR-BK > 8
           COMPUTE PR-DAY-DATE = FUNCTION DATE-OF-INTEGER(
               PR-RUN-DAY + PR-BK - 1)
           MOVE SPACES TO HD-Cell(PR-BK)
           STRING " " DELIMITED BY SIZE
               PR-DAY-MM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               PR-DAY-DD DELIMITED BY SIZE
               INTO HD-Cell(PR-BK)
       END-PERFORM
       MOVE " LATER" TO HD-Cell(9)
       MOVE " TOTAL" TO HD-Cell(10)
       WRITE Week-Ahead-Record FROM RPT-HEAD-LINE.

      * SECOND PASS: EVERY COMMAND RELEASING BY RUN DATE +7, IN QUEUE
      * ORDER.
       LIST-QUEUE.
       IF PR-READ = 0
         MOVE "  NO COMMANDS QUEUED" TO RPT-TEXT-LINE
         WRITE Week-Ahead-Record FROM RPT-TEXT-LINE
       ELSE
         MOVE "N" TO PR-EOF
         OPEN INPUT PendingQueue
         PERFORM UNTIL PR-EOF = "Y"
             READ PendingQueue
               AT END MOVE "Y" TO PR-EOF
             END-READ
             IF PR-EOF NOT = "Y"
               PERFORM SET-BUCKET
               IF PR-BUCKET < 9
                 ADD 1 TO PR-LISTED
                 MOVE PQ-Yard TO RD-Yard
                 MOVE PQ-TS TO RD-TS
                 MOVE PQ-Shift TO RD-Shift
                 MOVE PQ-Oper TO RD-Oper
                 MOVE PQ-Command(1:32) TO RD-Text
                 IF PR-BUCKET = 1
                   MOVE "OVERDUE" TO RD-Flag
                 ELSE
                   MOVE SPACES TO RD-Flag
                 END-IF
                 WRITE Week-Ahead-Record FROM RPT-DETAIL-LINE
               END-IF
             END-IF
         END-PERFORM
         CLOSE PendingQueue
       END-IF.
