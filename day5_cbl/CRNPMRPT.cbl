       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRNPMRPT.
      * CRANE LIFT POSTING AND MAINTENANCE-DUE REPORT. MAINTENANCE
      * USED TO SERVICE THE CRANES OFF A CALENDAR, AND THE BUSY YARDS'
      * CRANES WORE OUT BETWEEN SERVICES. THE CRANE STEP NOW COUNTS
      * EVERY LIFT IT MAKES AND PUTS THE YARD'S NIGHTLY TOTAL ON ITS
      * YARD STATUS RECORD; THIS STEP POSTS THOSE TOTALS TO THE CRANE
      * EQUIPMENT MASTER (CRNMAINT.cbl) AND REPORTS EVERY CRANE'S
      * LIFTS SINCE SERVICE AGAINST ITS SERVICE INTERVAL, WITH A
      * PROJECTED DUE DATE FROM ITS RECENT NIGHTLY RATE.
      * ONLY A YARD WHOSE NIGHT STANDS (STATUS OK OR REJECTS) IS
      * POSTED. A FAILED OR NOROLL YARD IS RERUN, AND THE RERUN'S
      * STATUS RECORD CARRIES THE WHOLE NIGHT'S LIFTS. A NIGHT
      * ALREADY POSTED FOR THE SAME RUN DATE IS REPLACED, NOT ADDED
      * AGAIN, SO A RERUN OF THE WHOLE JOB NEVER CHARGES A CRANE
      * TWICE.
      * A CRANE IS FLAGGED "DUE NOW" AT OR PAST ITS INTERVAL, AND
      * "DUE SOON" WHEN ITS LIFTS REACH THE PARM PERCENTAGE OF THE
      * INTERVAL OR ITS PROJECTED DUE DATE IS WITHIN THE PARM DAYS.
      * THE PARM IS PERCENT,DAYS (DEFAULT 090,007).
      * THE POSTED MASTER IS WRITTEN AS A NEW OUTPUT DATASET, PROMOTED
      * BY THE NEXT JOB STEP LIKE A CRNMAINT UPDATE.
      * RETURN CODE 4 WHEN ANY CRANE IS FLAGGED OR A POSTED YARD HAS
      * NO CRANE ON THE MASTER, 8 WHEN NOTHING COULD BE POSTED, AND
      * 0 OTHERWISE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
         SELECT CraneMaster ASSIGN TO DYNAMIC PM-MASTER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PM-MASTER-STATUS.
         SELECT YardStatus ASSIGN TO DYNAMIC PM-YARDSTAT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PM-YARDSTAT-STATUS.
         SELECT NewCraneMaster ASSIGN TO DYNAMIC PM-NEWMASTER-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
         SELECT MaintDueReport ASSIGN TO DYNAMIC PM-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
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
       FD YardStatus.
       01 Yard-Status-Record.
         02 YST-Yard PIC X(8).
         02 YST-Status PIC X(8).
         02 YST-Actions PIC 9(6).
         02 YST-Rejects PIC 9(6).
         02 YST-Reason PIC X(40).
         02 YST-Lifts PIC 9(6).
         02 YST-Run-Date PIC 9(8).
       FD NewCraneMaster.
       01 New-Crane-Record PIC X(93).
       FD MaintDueReport.
       01 Maint-Due-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01 PM-MASTER-NAME PIC X(40) VALUE "crane_master".
       01 PM-YARDSTAT-NAME PIC X(40) VALUE "yard_status".
       01 PM-NEWMASTER-NAME PIC X(40) VALUE "crane_master_new".
       01 PM-REPORT-NAME PIC X(40) VALUE "crane_due_report".
       01 PM-MASTER-STATUS PIC XX.
       01 PM-YARDSTAT-STATUS PIC XX.
       01 PM-EOF PIC X VALUE "N".
       01 PM-RUN-PARM PIC X(20).
       01 PM-NEAR-PCT PIC 999 VALUE 90.
       01 PM-NEAR-DAYS PIC 999 VALUE 7.
       01 PM-TODAY PIC 9(8).
       01 PM-POSTED PIC 9(6) VALUE 0.
       01 PM-SKIPPED PIC 9(6) VALUE 0.
       01 PM-UNASSIGNED PIC 9(6) VALUE 0.
       01 PM-FLAGGED PIC 9(6) VALUE 0.
      *SCRATCH FIGURES FOR ONE CRANE'S LINE.
       01 PM-NIGHT-SUB PIC 9.
       01 PM-NIGHT-TOTAL PIC 9(7).
       01 PM-RATE PIC 9(6).
       01 PM-PCT PIC 9(6).
       01 PM-REMAINING PIC 9(9).
       01 PM-DAYS-LEFT PIC 9(9).
       01 PM-DUE-DATE PIC 9(8).
      *THE MASTER IN CORE, POSTED IN PLACE AND WRITTEN BACK IN THE
      *ORDER READ. 100 IS CRNMAINT'S OWN COMPILED CEILING.
       01 CT-COUNT PIC 9(6) VALUE 0.
       01 CT-SUB PIC 9(6).
       01 CT-FOUND PIC 9(6).
       01 CT-TABLE.
         02 CT-ENTRY OCCURS 100 TIMES PIC X(93).
      *REPORT LINE LAYOUTS.
       01 RPT-COLUMN-LINE.
         02 FILLER PIC X(40)
             VALUE "CRANE    YARD       LIFTS/SVC  INTERVAL ".
         02 FILLER PIC X(40)
             VALUE "PCT RATE/NT LAST SVC PROJ DUE STATUS    ".
       01 RPT-CRANE-LINE.
         02 RC-Crane PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 RC-Yard PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 RC-Lifts PIC Z(10)9.
         02 FILLER PIC X VALUE SPACE.
         02 RC-Interval PIC Z(8)9.
         02 FILLER PIC X VALUE SPACE.
         02 RC-Pct PIC ZZ9.
         02 FILLER PIC X VALUE SPACE.
         02 RC-Rate PIC Z(6)9.
         02 FILLER PIC X VALUE SPACE.
         02 RC-Last-Svc PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 RC-Due PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 RC-Status PIC X(8).
       01 RPT-TEXT-LINE PIC X(80).

       PROCEDURE DIVISION.
       BEGIN.
       ACCEPT PM-MASTER-NAME FROM ENVIRONMENT "DD_CRANE_MASTER"
       IF PM-MASTER-NAME = SPACES
         MOVE "crane_master" TO PM-MASTER-NAME
       END-IF
       ACCEPT PM-YARDSTAT-NAME FROM ENVIRONMENT "DD_YARD_STATUS"
       IF PM-YARDSTAT-NAME = SPACES
         MOVE "yard_status" TO PM-YARDSTAT-NAME
       END-IF
       ACCEPT PM-NEWMASTER-NAME FROM ENVIRONMENT "DD_CRANE_NEW"
       IF PM-NEWMASTER-NAME = SPACES
         MOVE "crane_master_new" TO PM-NEWMASTER-NAME
       END-IF
       ACCEPT PM-REPORT-NAME FROM ENVIRONMENT "DD_CRANE_DUE_REPORT"
       IF PM-REPORT-NAME = SPACES
         MOVE "crane_due_report" TO PM-REPORT-NAME
       END-IF
       MOVE SPACES TO PM-RUN-PARM
       ACCEPT PM-RUN-PARM FROM COMMAND-LINE
       IF PM-RUN-PARM(1:3) IS NUMERIC
         MOVE PM-RUN-PARM(1:3) TO PM-NEAR-PCT
       END-IF
       IF PM-RUN-PARM(5:3) IS NUMERIC
         MOVE PM-RUN-PARM(5:3) TO PM-NEAR-DAYS
       END-IF
       ACCEPT PM-TODAY FROM DATE YYYYMMDD
       PERFORM LOAD-CRANE-MASTER
       OPEN OUTPUT MaintDueReport
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "===== CRANE MAINTENANCE DUE REPORT " DELIMITED BY SIZE
           PM-TODAY DELIMITED BY SIZE
           " =====" DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Maint-Due-Record FROM RPT-TEXT-LINE
       PERFORM POST-YARD-LIFTS
       MOVE SPACES TO RPT-TEXT-LINE
       WRITE Maint-Due-Record FROM RPT-TEXT-LINE
       WRITE Maint-Due-Record FROM RPT-COLUMN-LINE
       PERFORM VARYING CT-SUB FROM 1 BY 1 UNTIL CT-SUB > CT-COUNT
           PERFORM REPORT-ONE-CRANE
       END-PERFORM
       PERFORM WRITE-NEW-MASTER
       MOVE SPACES TO RPT-TEXT-LINE
       WRITE Maint-Due-Record FROM RPT-TEXT-LINE
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "YARDS POSTED=" DELIMITED BY SIZE
           PM-POSTED DELIMITED BY SIZE
           " NOT POSTED=" DELIMITED BY SIZE
           PM-SKIPPED DELIMITED BY SIZE
           " NO CRANE=" DELIMITED BY SIZE
           PM-UNASSIGNED DELIMITED BY SIZE
           " CRANES FLAGGED=" DELIMITED BY SIZE
           PM-FLAGGED DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Maint-Due-Record FROM RPT-TEXT-LINE
       CLOSE MaintDueReport
       DISPLAY "CRNPMRPT: " PM-POSTED " YARD(S) POSTED, "
           PM-FLAGGED " CRANE(S) DUE OR NEAR DUE"
       IF PM-FLAGGED > 0 OR PM-UNASSIGNED > 0
         MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

      * WITHOUT THE MASTER THERE IS NOTHING TO POST TO, AND NO NEW
      * MASTER MAY BE WRITTEN -- THE PROMOTION STEP WOULD THEN WIPE
      * THE LIVE ONE.
       LOAD-CRANE-MASTER.
       MOVE 0 TO CT-COUNT
       MOVE "N" TO PM-EOF
       OPEN INPUT CraneMaster
       IF PM-MASTER-STATUS NOT = "00"
         DISPLAY "CRANE MASTER UNAVAILABLE, STATUS " PM-MASTER-STATUS
             " - NOTHING POSTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       PERFORM UNTIL PM-EOF = "Y"
           READ CraneMaster
             AT END MOVE "Y" TO PM-EOF
           END-READ
           IF PM-EOF NOT = "Y"
             IF CT-COUNT >= 100
               DISPLAY "CRANE MASTER EXCEEDS COMPILED TABLE CEILING "
                   "- NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO CT-COUNT
             MOVE Crane-Record TO CT-ENTRY(CT-COUNT)
           END-IF
       END-PERFORM
       CLOSE CraneMaster.

       POST-YARD-LIFTS.
       MOVE "N" TO PM-EOF
       OPEN INPUT YardStatus
       IF PM-YARDSTAT-STATUS NOT = "00"
         DISPLAY "YARD STATUS UNAVAILABLE, STATUS "
             PM-YARDSTAT-STATUS " - NOTHING POSTED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       PERFORM UNTIL PM-EOF = "Y"
           READ YardStatus
             AT END MOVE "Y" TO PM-EOF
           END-READ
           IF PM-EOF NOT = "Y"
             PERFORM POST-ONE-YARD
           END-IF
       END-PERFORM
       CLOSE YardStatus.

       POST-ONE-YARD.
       MOVE SPACES TO RPT-TEXT-LINE
       IF YST-Status NOT = "OK" AND YST-Status NOT = "REJECTS"
         ADD 1 TO PM-SKIPPED
         STRING "YARD " DELIMITED BY SIZE
             YST-Yard DELIMITED BY SPACE
             " NOT POSTED - STATUS " DELIMITED BY SIZE
             YST-Status DELIMITED BY SPACE
             ", ITS RERUN POSTS THE NIGHT" DELIMITED BY SIZE
             INTO RPT-TEXT-LINE
         WRITE Maint-Due-Record FROM RPT-TEXT-LINE
       ELSE
       IF YST-Lifts IS NOT NUMERIC OR YST-Run-Date IS NOT NUMERIC
         ADD 1 TO PM-SKIPPED
         STRING "YARD " DELIMITED BY SIZE
             YST-Yard DELIMITED BY SPACE
             " NOT POSTED - NO LIFT COUNT ON STATUS RECORD"
             DELIMITED BY SIZE
             INTO RPT-TEXT-LINE
         WRITE Maint-Due-Record FROM RPT-TEXT-LINE
       ELSE
         MOVE 0 TO CT-FOUND
         PERFORM VARYING CT-SUB FROM 1 BY 1 UNTIL CT-SUB > CT-COUNT
             IF CT-ENTRY(CT-SUB)(9:8) = YST-Yard
               MOVE CT-SUB TO CT-FOUND
               MOVE CT-COUNT TO CT-SUB
             END-IF
         END-PERFORM
         IF CT-FOUND = 0
           ADD 1 TO PM-UNASSIGNED
           STRING "YARD " DELIMITED BY SIZE
               YST-Yard DELIMITED BY SPACE
               " HAS NO CRANE ON THE MASTER - " DELIMITED BY SIZE
               YST-Lifts DELIMITED BY SIZE
               " LIFTS NOT POSTED" DELIMITED BY SIZE
               INTO RPT-TEXT-LINE
           WRITE Maint-Due-Record FROM RPT-TEXT-LINE
         ELSE
           MOVE CT-ENTRY(CT-FOUND) TO Crane-Record
           IF YST-Run-Date < CE-Last-Run-Date
             ADD 1 TO PM-SKIPPED
             STRING "YARD " DELIMITED BY SIZE
                 YST-Yard DELIMITED BY SPACE
                 " NOT POSTED - NIGHT " DELIMITED BY SIZE
                 YST-Run-Date DELIMITED BY SIZE
                 " OLDER THAN LAST POSTED" DELIMITED BY SIZE
                 INTO RPT-TEXT-LINE
             WRITE Maint-Due-Record FROM RPT-TEXT-LINE
           ELSE
             PERFORM APPLY-NIGHT-LIFTS
             MOVE Crane-Record TO CT-ENTRY(CT-FOUND)
             ADD 1 TO PM-POSTED
           END-IF
         END-IF
       END-IF
       END-IF.

      * THE SAME NIGHT AGAIN TAKES BACK WHAT ITS EARLIER RUN POSTED
      * AND POSTS THE NEW FIGURE IN ITS PLACE. A SERVICE KEYED SINCE
      * THAT EARLIER POSTING ALREADY ZEROED THE COUNT, SO NOTHING IS
      * TAKEN BACK BELOW ZERO.
       APPLY-NIGHT-LIFTS.
       IF YST-Run-Date = CE-Last-Run-Date AND CE-Night-Count > 0
         IF CE-Lifts-Since-Svc > CE-Night-Lifts(1)
           SUBTRACT CE-Night-Lifts(1) FROM CE-Lifts-Since-Svc
         ELSE
           MOVE 0 TO CE-Lifts-Since-Svc
         END-IF
       ELSE
         PERFORM VARYING PM-NIGHT-SUB FROM 7 BY -1
             UNTIL PM-NIGHT-SUB < 2
             MOVE CE-Night-Lifts(PM-NIGHT-SUB - 1)
               TO CE-Night-Lifts(PM-NIGHT-SUB)
         END-PERFORM
         IF CE-Night-Count < 7
           ADD 1 TO CE-Night-Count
         END-IF
         MOVE YST-Run-Date TO CE-Last-Run-Date
       END-IF
       MOVE YST-Lifts TO CE-Night-Lifts(1)
       ADD YST-Lifts TO CE-Lifts-Since-Svc.

      * THE RATE IS THE AVERAGE OF THE NIGHTS ON RECORD (UP TO SEVEN).
      * THE DUE DATE COUNTS FROM TODAY AT THAT RATE, ROUNDED UP TO A
      * WHOLE NIGHT.
       REPORT-ONE-CRANE.
       MOVE CT-ENTRY(CT-SUB) TO Crane-Record
       MOVE 0 TO PM-NIGHT-TOTAL
       MOVE 0 TO PM-RATE
       PERFORM VARYING PM-NIGHT-SUB FROM 1 BY 1
           UNTIL PM-NIGHT-SUB > CE-Night-Count
           ADD CE-Night-Lifts(PM-NIGHT-SUB) TO PM-NIGHT-TOTAL
       END-PERFORM
       IF CE-Night-Count > 0
         DIVIDE PM-NIGHT-TOTAL BY CE-Night-Count GIVING PM-RATE
       END-IF
       IF CE-Svc-Interval > 0
         COMPUTE PM-PCT = CE-Lifts-Since-Svc * 100 / CE-Svc-Interval
             ON SIZE ERROR MOVE 999 TO PM-PCT
         END-COMPUTE
       ELSE
         MOVE 999 TO PM-PCT
       END-IF
       IF PM-PCT > 999
         MOVE 999 TO PM-PCT
       END-IF
       MOVE SPACES TO RC-Status
       IF CE-Lifts-Since-Svc >= CE-Svc-Interval
         MOVE "NOW" TO RC-Due
         MOVE "DUE NOW" TO RC-Status
       ELSE
         COMPUTE PM-REMAINING = CE-Svc-Interval - CE-Lifts-Since-Svc
         IF PM-RATE = 0
           MOVE "NO RATE" TO RC-Due
         ELSE
           COMPUTE PM-DAYS-LEFT = (PM-REMAINING + PM-RATE - 1)
               / PM-RATE
           IF PM-DAYS-LEFT > 99999
             MOVE "99999+" TO RC-Due
           ELSE
             COMPUTE PM-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(PM-TODAY) + PM-DAYS-LEFT)
             MOVE PM-DUE-DATE TO RC-Due
           END-IF
           IF PM-DAYS-LEFT <= PM-NEAR-DAYS
             MOVE "DUE SOON" TO RC-Status
           END-IF
         END-IF
         IF PM-PCT >= PM-NEAR-PCT
           MOVE "DUE SOON" TO RC-Status
         END-IF
       END-IF
       IF RC-Status NOT = SPACES
         ADD 1 TO PM-FLAGGED
       END-IF
       MOVE CE-Crane-ID TO RC-Crane
       MOVE CE-Yard-ID TO RC-Yard
       MOVE CE-Lifts-Since-Svc TO RC-Lifts
       MOVE CE-Svc-Interval TO RC-Interval
       MOVE PM-PCT TO RC-Pct
       MOVE PM-RATE TO RC-Rate
       MOVE CE-Last-Svc-Date TO RC-Last-Svc
       WRITE Maint-Due-Record FROM RPT-CRANE-LINE.

       WRITE-NEW-MASTER.
       OPEN OUTPUT NewCraneMaster
       PERFORM VARYING CT-SUB FROM 1 BY 1 UNTIL CT-SUB > CT-COUNT
           WRITE New-Crane-Record FROM CT-ENTRY(CT-SUB)
       END-PERFORM
       CLOSE NewCraneMaster.
