      * A BLANK SHIFT ID IS FILLED IN FROM THE FEED NUMBER SO THE
      * AUDIT TRAIL DOWNSTREAM ALWAYS KNOWS WHICH SHIFT ORDERED WHAT.
      * THE JOB ENDS RC 4 WHEN ANYTHING WAS FLAGGED.
      *
      * EVERY FEED IS BRACKETED BY BATCH CONTROL RECORDS (LAID OUT
      * UNDER FD ActionFile IN PRGM.cbl): A "*HDR " FIRST RECORD AND
      * A "*TRL " LAST RECORD CARRYING THE FEED'S COMMAND COUNT AND
      * AMT/SRC/DST HASH TOTAL. EACH FEED PRESENT IS HELD TO ITS OWN
      * TRAILER, AND THE MERGED ActionFile GETS A FRESH HEADER AND
      * TRAILER OF ITS OWN FOR THE CRANE TO CHECK. A FEED THAT IS OUT
      * OF BALANCE IS FLAGGED AND THE MERGED FILE IS DELIBERATELY
      * LEFT WITHOUT ITS TRAILER, SO THE CRANE REFUSES THE NIGHT
      * INSTEAD OF RUNNING A SHORT SHIFT TO A CLEAN FINISH; THE JOB
      * ENDS RC 8. RESEND THE FEED AND RERUN THE MERGE.
      *
      * FUTURE-DATED COMMANDS: A COMMAND WHOSE TIMESTAMP DATE IS AFTER
      * THE RUN DATE IS NOT MERGED. IT IS PARKED ON THE PENDING
      * COMMAND QUEUE (STILL COUNTED AGAINST ITS OWN FEED'S TRAILER)
      * AS IT IS READ, SO IT NEVER HOLDS UP THE REST OF ITS FEED.
      * EVERY NIGHT THE QUEUE'S ENTRIES FOR THIS YARD THAT HAVE COME
      * DUE ARE RELEASED AS A FOURTH FEED, MERGED BY TIMESTAMP
      * ALONGSIDE THE SHIFT FEEDS; EVERYTHING ELSE IS CARRIED TO THE
      * NEW QUEUE GENERATION UNCHANGED. PENDMNT.cbl CANCELS OR AMENDS
      * A QUEUED COMMAND AND PENDRPT.cbl LISTS THE WEEK AHEAD. THE
      * PARM IS THE YARD ID (COLS 1-8, DEFAULT "DEFAULT" LIKE THE
      * CRANE) AND OPTIONALLY THE RUN DATE (COLS 10-17, DEFAULT
      * TODAY) FOR A MERGE RUN AHEAD OF MIDNIGHT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.
         SELECT MergeExceptions ASSIGN TO DYNAMIC MG-EXCEPTIONS-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
         SELECT PendingQueue ASSIGN TO DYNAMIC MG-PENDING-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MG-PENDING-STATUS.
         SELECT NewPendingQueue ASSIGN TO DYNAMIC MG-PENDNEW-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       01 Merged-Action-Record PIC X(65).
       FD MergeExceptions.
       01 Merge-Exception-Record PIC X(80).
      * ONE QUEUED COMMAND PER RECORD: THE YARD IT IS FOR, THE NIGHT
      * IT WAS PARKED, AND THE COMMAND EXACTLY AS THE SHIFT SENT IT
      * (STAMP AND ALL). ITS TIMESTAMP DATE IS WHEN IT COMES DUE.
       FD PendingQueue.
       01 Pending-Record.
         02 PQ-Yard PIC X(8).
         02 PQ-Queued-Date PIC 9(8).
         02 PQ-Command.
           03 FILLER PIC X(40).
           03 PQ-TS-Date PIC X(8).
           03 FILLER PIC X(17).
       FD NewPendingQueue.
       01 New-Pending-Record.
         02 NQ-Yard PIC X(8).
         02 NQ-Queued-Date PIC 9(8).
         02 NQ-Command PIC X(65).

       WORKING-STORAGE SECTION.
       01 MG-SHIFT1-NAME PIC X(40) VALUE "shift1_actions".
       01 MG-SHIFT1-STATUS PIC XX.
       01 MG-SHIFT2-STATUS PIC XX.
       01 MG-SHIFT3-STATUS PIC XX.
       01 MG-PENDING-NAME PIC X(40) VALUE "pending_queue".
       01 MG-PENDNEW-NAME PIC X(40) VALUE "pending_queue_new".
       01 MG-PENDING-STATUS PIC XX.
       01 MG-RUN-PARM PIC X(20).
       01 MG-YARD-ID PIC X(8) VALUE "DEFAULT".
       01 MG-RUN-DATE PIC 9(8).
       01 MG-PARK-AGAIN PIC X.
       01 PQ-EOF PIC X VALUE "N".
       01 RELEASED-COUNT PIC 9(6) VALUE 0.
       01 PARKED-COUNT PIC 9(6) VALUE 0.
       01 CARRIED-COUNT PIC 9(6) VALUE 0.
       01 HELD-OVER-COUNT PIC 9(6) VALUE 0.
      *THIS YARD'S DUE QUEUE ENTRIES, KEPT IN TIMESTAMP ORDER AS
      *THEY LOAD (EQUAL STAMPS KEEP QUEUE ORDER). FEED 4 DRAINS IT.
      *PAST THE CEILING THE REST STAY QUEUED FOR TOMORROW.
       01 DUE-COUNT PIC 9(4) VALUE 0.
       01 DUE-NEXT PIC 9(4) VALUE 0.
       01 DUE-SUB PIC S9(4).
       01 DUE-INS PIC 9(4).
       01 DUE-TABLE.
         02 DUE-CMD OCCURS 2000 TIMES PIC X(65).
      *ONE SLOT PER FEED: THE RECORD READ AHEAD, ITS EOF FLAG, AND
      *THE LAST TIMESTAMP EMITTED FROM THAT FEED (FOR THE IN-FEED
      *SEQUENCE CHECK). THE TIMESTAMP VIEW OVERLAYS COLUMNS 41-54 OF
      *THE BUFFERED RECORD, THE SHIFT ID COLUMN 56. FEED 4 IS THE
      *PENDING QUEUE'S RELEASES -- IT HAS NO FILE AND NO CONTROLS.
       01 FEED-SUB PIC 9.
       01 FEED-PICK PIC 9.
       01 FEED-TABLE.
         02 FEED-ENTRY OCCURS 4 TIMES.
           03 FEED-REC.
             04 FILLER PIC X(40).
             04 FEED-TS PIC X(14).
           03 FEED-EOF PIC X.
           03 FEED-OPENED PIC X.
           03 FEED-PREV-TS PIC X(14).
      *THE FEED'S CONTROL TOTALS: RECORDS READ (CONTROL RECORDS
      *INCLUDED, TO PLACE THE HEADER), COMMANDS AND HASH ACTUALLY
      *READ, AND WHAT ITS TRAILER CLAIMS.
           03 FEED-RECORDS PIC 9(6).
           03 FEED-COUNT PIC 9(6).
           03 FEED-HASH PIC 9(12).
           03 FEED-TRL-COUNT PIC 9(6).
           03 FEED-TRL-HASH PIC 9(12).
           03 FEED-HDR-SEEN PIC X.
           03 FEED-TRL-SEEN PIC X.
           03 FEED-MISPLACED PIC X.
       01 PICK-TS PIC X(14).
       01 MERGED-COUNT PIC 9(6) VALUE 0.
       01 MERGED-HASH PIC 9(12) VALUE 0.
       01 FLAGGED-COUNT PIC 9(6) VALUE 0.
       01 UNBALANCED-COUNT PIC 9(6) VALUE 0.
      *THE AMT/SRC/DST COLUMNS OF A COMMAND, FOR THE HASH TOTAL.
       01 HASH-WORK.
         02 FILLER PIC X(5).
         02 HW-Amt PIC 99.
         02 FILLER PIC X(6).
         02 HW-Src PIC 99.
         02 FILLER PIC X(4).
         02 HW-Dst PIC 99.
         02 FILLER PIC X(44).
       01 HASH-TOTAL PIC 9(12).
      *CONTROL RECORD LAYOUTS, AS THE CRANE READS THEM.
       01 CONTROL-HEADER.
         02 CH-Marker PIC X(5) VALUE "*HDR ".
         02 CH-Source PIC X(8) VALUE "SHIFTMRG".
         02 CH-Created.
           03 CH-Date PIC 9(8).
           03 CH-Time PIC 9(6).
       01 CONTROL-TRAILER.
         02 CT-Marker PIC X(5) VALUE "*TRL ".
         02 CT-Count PIC 9(6).
         02 CT-Hash PIC 9(12).
       01 CLOCK-TIME PIC 9(8).
       01 MERGE-FLAG-LINE.
         02 MF-Reason PIC X(26).
         02 MF-FEED-TXT PIC X(6) VALUE " FEED=".
       IF MG-EXCEPTIONS-NAME = SPACES
         MOVE "merge_exceptions" TO MG-EXCEPTIONS-NAME
       END-IF
       ACCEPT MG-PENDING-NAME FROM ENVIRONMENT "DD_PENDING"
       IF MG-PENDING-NAME = SPACES
         MOVE "pending_queue" TO MG-PENDING-NAME
       END-IF
       ACCEPT MG-PENDNEW-NAME FROM ENVIRONMENT "DD_PENDING_NEW"
       IF MG-PENDNEW-NAME = SPACES
         MOVE "pending_queue_new" TO MG-PENDNEW-NAME
       END-IF
       MOVE SPACES TO MG-RUN-PARM
       ACCEPT MG-RUN-PARM FROM COMMAND-LINE
       IF MG-RUN-PARM(1:8) NOT = SPACES
         MOVE MG-RUN-PARM(1:8) TO MG-YARD-ID
       END-IF
       IF MG-RUN-PARM(10:8) IS NUMERIC
         MOVE MG-RUN-PARM(10:8) TO MG-RUN-DATE
       ELSE
         ACCEPT MG-RUN-DATE FROM DATE YYYYMMDD
       END-IF
      * A FEED THAT ISN'T THERE (A SHIFT THAT DIDN'T RUN) IS SIMPLY
      * EMPTY -- TWO-SHIFT NIGHTS AND SINGLE-SHIFT TESTS MERGE FINE.
       OPEN INPUT Shift1Feed
         MOVE "N" TO FEED-OPENED(3)
         DISPLAY "SHIFT 3 FEED NOT PRESENT, STATUS " MG-SHIFT3-STATUS
       END-IF
       PERFORM LOAD-PENDING-QUEUE
       MOVE "N" TO FEED-OPENED(4)
       IF DUE-COUNT > 0
         MOVE "N" TO FEED-EOF(4)
       ELSE
         MOVE "Y" TO FEED-EOF(4)
       END-IF
       PERFORM VARYING FEED-SUB FROM 1 BY 1 UNTIL FEED-SUB > 4
           MOVE SPACES TO FEED-PREV-TS(FEED-SUB)
           MOVE 0 TO FEED-RECORDS(FEED-SUB)
           MOVE 0 TO FEED-COUNT(FEED-SUB)
           MOVE 0 TO FEED-HASH(FEED-SUB)
           MOVE 0 TO FEED-TRL-COUNT(FEED-SUB)
           MOVE 0 TO FEED-TRL-HASH(FEED-SUB)
           MOVE "N" TO FEED-HDR-SEEN(FEED-SUB)
           MOVE "N" TO FEED-TRL-SEEN(FEED-SUB)
           MOVE "N" TO FEED-MISPLACED(FEED-SUB)
           IF FEED-EOF(FEED-SUB) = "N"
             PERFORM READ-ONE-FEED
           END-IF
       END-PERFORM
       OPEN OUTPUT MergedActions
       OPEN OUTPUT MergeExceptions
       ACCEPT CH-Date FROM DATE YYYYMMDD
       ACCEPT CLOCK-TIME FROM TIME
       MOVE CLOCK-TIME(1:6) TO CH-Time
       WRITE Merged-Action-Record FROM CONTROL-HEADER
       PERFORM UNTIL FEED-EOF(1) = "Y" AND FEED-EOF(2) = "Y"
           AND FEED-EOF(3) = "Y" AND FEED-EOF(4) = "Y"
      * PICK THE LIVE FEED WITH THE SMALLEST TIMESTAMP; TIES GO TO
      * THE LOWEST FEED NUMBER. BLANK TIMESTAMPS COLLATE BELOW ANY
      * DIGIT, SO LEGACY UNSTAMPED LINES DRAIN FIRST IN FEED ORDER.
           MOVE 0 TO FEED-PICK
           MOVE HIGH-VALUES TO PICK-TS
           PERFORM VARYING FEED-SUB FROM 1 BY 1 UNTIL FEED-SUB > 4
               IF FEED-EOF(FEED-SUB) = "N"
                   AND FEED-TS(FEED-SUB) < PICK-TS
                 MOVE FEED-TS(FEED-SUB) TO PICK-TS
           END-PERFORM
           PERFORM EMIT-PICKED-COMMAND
       END-PERFORM
       PERFORM VARYING FEED-SUB FROM 1 BY 1 UNTIL FEED-SUB > 3
           IF FEED-OPENED(FEED-SUB) = "Y"
             PERFORM VERIFY-FEED-CONTROLS
           END-IF
       END-PERFORM
       IF UNBALANCED-COUNT = 0
         MOVE MERGED-COUNT TO CT-Count
         MOVE MERGED-HASH TO CT-Hash
         WRITE Merged-Action-Record FROM CONTROL-TRAILER
       ELSE
         DISPLAY "SHIFT MERGE: " UNBALANCED-COUNT " FEED(S) OUT OF "
             "BALANCE - MERGED ActionFile LEFT WITHOUT ITS TRAILER"
       END-IF
       CLOSE MergedActions
       CLOSE MergeExceptions
       CLOSE NewPendingQueue
       IF FEED-OPENED(1) = "Y"
         CLOSE Shift1Feed
       END-IF
       END-IF
       DISPLAY "SHIFT MERGE: " MERGED-COUNT " COMMANDS MERGED, "
           FLAGGED-COUNT " FLAGGED TO EXCEPTIONS"
       DISPLAY "PENDING QUEUE: YARD " MG-YARD-ID " RUN DATE "
           MG-RUN-DATE " " RELEASED-COUNT " RELEASED, " PARKED-COUNT
           " PARKED, " CARRIED-COUNT " CARRIED FORWARD"
       IF UNBALANCED-COUNT > 0
         MOVE 8 TO RETURN-CODE
       ELSE
         IF FLAGGED-COUNT > 0
           MOVE 4 TO RETURN-CODE
         END-IF
       END-IF
       STOP RUN.

           MOVE "OUT OF SEQUENCE IN FEED   " TO MF-Reason
           PERFORM FLAG-MERGE-EXCEPTION
         END-IF
         PERFORM VARYING FEED-PICK FROM 1 BY 1 UNTIL FEED-PICK > 4
             IF FEED-PICK NOT = FEED-SUB
                 AND FEED-EOF(FEED-PICK) = "N"
                 AND FEED-TS(FEED-PICK) = FEED-TS(FEED-SUB)
               MOVE "OVERLAPPING TIMESTAMP     " TO MF-Reason
               PERFORM FLAG-MERGE-EXCEPTION
               MOVE 5 TO FEED-PICK
             END-IF
         END-PERFORM
         MOVE FEED-TS(FEED-SUB) TO FEED-PREV-TS(FEED-SUB)
       END-IF
       WRITE Merged-Action-Record FROM FEED-REC(FEED-SUB)
       ADD 1 TO MERGED-COUNT
       IF FEED-SUB = 4
         ADD 1 TO RELEASED-COUNT
       END-IF
       MOVE FEED-REC(FEED-SUB) TO HASH-WORK
       PERFORM COMPUTE-COMMAND-HASH
       ADD HASH-TOTAL TO MERGED-HASH
       PERFORM READ-ONE-FEED.

      * THE FEED'S OWN FIGURES AGAINST ITS TRAILER. EACH FAILURE IS
      * ONE MERGE EXCEPTION LINE NAMING THE FEED; THE DETAIL GOES TO
      * SYSOUT.
       VERIFY-FEED-CONTROLS.
       MOVE SPACES TO MF-Reason
       IF FEED-HDR-SEEN(FEED-SUB) = "N"
         MOVE "FEED HAS NO HEADER       " TO MF-Reason
       ELSE
       IF FEED-TRL-SEEN(FEED-SUB) = "N"
         MOVE "FEED HAS NO TRAILER       " TO MF-Reason
       ELSE
       IF FEED-MISPLACED(FEED-SUB) = "Y"
         MOVE "FEED CONTROL REC MISPLACED" TO MF-Reason
       ELSE
       IF FEED-COUNT(FEED-SUB) NOT = FEED-TRL-COUNT(FEED-SUB)
         MOVE "FEED RECORD COUNT OFF     " TO MF-Reason
       ELSE
       IF FEED-HASH(FEED-SUB) NOT = FEED-TRL-HASH(FEED-SUB)
         MOVE "FEED HASH TOTAL OFF       " TO MF-Reason
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
       IF MF-Reason NOT = SPACES
         DISPLAY "SHIFT " FEED-SUB " FEED OUT OF BALANCE: READ "
             FEED-COUNT(FEED-SUB) " COMMANDS, HASH "
             FEED-HASH(FEED-SUB) " / TRAILER "
             FEED-TRL-COUNT(FEED-SUB) " COMMANDS, HASH "
             FEED-TRL-HASH(FEED-SUB)
         MOVE SPACES TO FEED-REC(FEED-SUB)
         PERFORM FLAG-MERGE-EXCEPTION
         ADD 1 TO UNBALANCED-COUNT
       END-IF.

      * HASH TOTAL CONTRIBUTION OF THE COMMAND IN HASH-WORK: ITS AMT,
      * SRC AND DST COLUMNS, EACH ZERO WHERE NOT NUMERIC.
       COMPUTE-COMMAND-HASH.
       MOVE 0 TO HASH-TOTAL
       IF HW-Amt IS NUMERIC
         ADD HW-Amt TO HASH-TOTAL
       END-IF
       IF HW-Src IS NUMERIC
         ADD HW-Src TO HASH-TOTAL
       END-IF
       IF HW-Dst IS NUMERIC
         ADD HW-Dst TO HASH-TOTAL
       END-IF.

       FLAG-MERGE-EXCEPTION.
       MOVE FEED-SUB TO MF-Feed
       MOVE FEED-TS(FEED-SUB) TO MF-TS
       WRITE Merge-Exception-Record FROM MERGE-FLAG-LINE
       ADD 1 TO FLAGGED-COUNT.

      * THE NEXT COMMAND THE MERGE SHOULD SEE FROM THIS FEED. A SHIFT
      * FEED'S FUTURE-DATED COMMANDS ARE PARKED ON THE WAY PAST.
       READ-ONE-FEED.
       MOVE "Y" TO MG-PARK-AGAIN
       PERFORM UNTIL MG-PARK-AGAIN = "N"
           PERFORM READ-FEED-COMMAND
           MOVE "N" TO MG-PARK-AGAIN
           IF FEED-SUB < 4 AND FEED-EOF(FEED-SUB) = "N"
               AND FEED-TS(FEED-SUB)(1:8) IS NUMERIC
               AND FEED-TS(FEED-SUB)(1:8) > MG-RUN-DATE
             PERFORM PARK-FEED-COMMAND
             MOVE "Y" TO MG-PARK-AGAIN
           END-IF
       END-PERFORM.

      * PARKED WITH ITS SHIFT ID FILLED IN, THE SAME AS IF IT HAD BEEN
      * MERGED TONIGHT.
       PARK-FEED-COMMAND.
       IF FEED-SHIFT(FEED-SUB) = SPACE
         MOVE FEED-SUB TO FEED-SHIFT(FEED-SUB)
       END-IF
       MOVE MG-YARD-ID TO NQ-Yard
       MOVE MG-RUN-DATE TO NQ-Queued-Date
       MOVE FEED-REC(FEED-SUB) TO NQ-Command
       WRITE New-Pending-Record
       ADD 1 TO PARKED-COUNT.

      * CONTROL RECORDS ARE CHECKED AND CONSUMED HERE, SO THE MERGE
      * ONLY EVER SEES COMMANDS. A COMMAND AFTER THE TRAILER MEANS THE
      * TRAILER WASN'T LAST.
       READ-FEED-COMMAND.
       PERFORM READ-FEED-RECORD
       PERFORM UNTIL FEED-EOF(FEED-SUB) = "Y"
           OR (FEED-REC(FEED-SUB)(1:5) NOT = "*HDR "
           AND FEED-REC(FEED-SUB)(1:5) NOT = "*TRL ")
           IF FEED-REC(FEED-SUB)(1:5) = "*HDR "
             IF FEED-RECORDS(FEED-SUB) NOT = 1
               MOVE "Y" TO FEED-MISPLACED(FEED-SUB)
             END-IF
             MOVE "Y" TO FEED-HDR-SEEN(FEED-SUB)
           ELSE
             IF FEED-TRL-SEEN(FEED-SUB) = "Y"
                 OR FEED-REC(FEED-SUB)(6:6) IS NOT NUMERIC
                 OR FEED-REC(FEED-SUB)(12:12) IS NOT NUMERIC
               MOVE "Y" TO FEED-MISPLACED(FEED-SUB)
             ELSE
               MOVE FEED-REC(FEED-SUB)(6:6) TO FEED-TRL-COUNT(FEED-SUB)
               MOVE FEED-REC(FEED-SUB)(12:12)
                 TO FEED-TRL-HASH(FEED-SUB)
             END-IF
             MOVE "Y" TO FEED-TRL-SEEN(FEED-SUB)
           END-IF
           PERFORM READ-FEED-RECORD
       END-PERFORM
       IF FEED-EOF(FEED-SUB) = "N"
         IF FEED-TRL-SEEN(FEED-SUB) = "Y"
           MOVE "Y" TO FEED-MISPLACED(FEED-SUB)
         END-IF
         ADD 1 TO FEED-COUNT(FEED-SUB)
         MOVE FEED-REC(FEED-SUB) TO HASH-WORK
         PERFORM COMPUTE-COMMAND-HASH
         ADD HASH-TOTAL TO FEED-HASH(FEED-SUB)
       END-IF.

       READ-FEED-RECORD.
       IF FEED-SUB = 1
         READ Shift1Feed
           AT END MOVE "Y" TO FEED-EOF(1)
             MOVE Shift2-Record TO FEED-REC(2)
           END-IF
         ELSE
           IF FEED-SUB = 3
             READ Shift3Feed
               AT END MOVE "Y" TO FEED-EOF(3)
             END-READ
             IF FEED-EOF(3) = "N"
               MOVE Shift3-Record TO FEED-REC(3)
             END-IF
           ELSE
             IF DUE-NEXT < DUE-COUNT
               ADD 1 TO DUE-NEXT
               MOVE DUE-CMD(DUE-NEXT) TO FEED-REC(4)
             ELSE
               MOVE "Y" TO FEED-EOF(4)
             END-IF
           END-IF
         END-IF
       END-IF
       IF FEED-EOF(FEED-SUB) = "N"
         ADD 1 TO FEED-RECORDS(FEED-SUB)
       END-IF.

      * SPLIT THE OLD QUEUE: THIS YARD'S ENTRIES THAT HAVE COME DUE
      * (OR CARRY NO USABLE DATE) INTO THE DUE TABLE, EVERYTHING ELSE
      * STRAIGHT ONTO THE NEW QUEUE. NO OLD QUEUE IS AN EMPTY ONE.
       LOAD-PENDING-QUEUE.
       MOVE 0 TO DUE-COUNT
       MOVE 0 TO DUE-NEXT
       OPEN OUTPUT NewPendingQueue
       MOVE "N" TO PQ-EOF
       OPEN INPUT PendingQueue
       IF MG-PENDING-STATUS NOT = "00"
         DISPLAY "PENDING QUEUE NOT PRESENT, STATUS "
             MG-PENDING-STATUS " - NOTHING TO RELEASE"
         MOVE "Y" TO PQ-EOF
       END-IF
       PERFORM UNTIL PQ-EOF = "Y"
           READ PendingQueue
             AT END MOVE "Y" TO PQ-EOF
           END-READ
           IF PQ-EOF NOT = "Y"
             IF PQ-Yard = MG-YARD-ID
                 AND (PQ-TS-Date IS NOT NUMERIC
                   OR PQ-TS-Date <= MG-RUN-DATE)
                 AND DUE-COUNT < 2000
               PERFORM INSERT-DUE-ENTRY
             ELSE
               IF PQ-Yard = MG-YARD-ID
                   AND (PQ-TS-Date IS NOT NUMERIC
                     OR PQ-TS-Date <= MG-RUN-DATE)
                 ADD 1 TO HELD-OVER-COUNT
               END-IF
               WRITE New-Pending-Record FROM Pending-Record
               ADD 1 TO CARRIED-COUNT
             END-IF
           END-IF
       END-PERFORM
       IF MG-PENDING-STATUS = "00" OR MG-PENDING-STATUS = "10"
         CLOSE PendingQueue
       END-IF
       IF HELD-OVER-COUNT > 0
         DISPLAY "PENDING QUEUE: " HELD-OVER-COUNT " DUE COMMANDS "
             "OVER THE RELEASE CEILING HELD FOR THE NEXT NIGHT"
       END-IF.

       INSERT-DUE-ENTRY.
       MOVE DUE-COUNT TO DUE-INS
       ADD 1 TO DUE-INS
       PERFORM VARYING DUE-SUB FROM DUE-COUNT BY -1
           UNTIL DUE-SUB < 1
           IF DUE-CMD(DUE-SUB)(41:14) > PQ-Command(41:14)
             MOVE DUE-CMD(DUE-SUB) TO DUE-CMD(DUE-SUB + 1)
             MOVE DUE-SUB TO DUE-INS
           ELSE
             MOVE 0 TO DUE-SUB
           END-IF
       END-PERFORM
       MOVE PQ-Command TO DUE-CMD(DUE-INS)
       ADD 1 TO DUE-COUNT.
