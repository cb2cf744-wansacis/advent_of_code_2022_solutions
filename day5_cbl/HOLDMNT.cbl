       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.
      * CRATE HOLD REGISTER MAINTENANCE. CUSTOMS, DAMAGE CLAIMS AND QA
      * ALL PUT CRATES ON HOLD, AND UNTIL NOW THE ONLY RECORD OF IT
      * WAS A NOTE ON THE SUPERVISOR'S BOARD -- WHICH IS HOW A CRATE
      * UNDER A CUSTOMS HOLD SAILED. THIS STEP KEEPS THE HOLD REGISTER
      * THE CRANE SCREENS EVERY load AND xfer AGAINST, FROM A
      * TRANSACTION FILE OF HLD/REL RECORDS, EACH VALIDATED BEFORE
      * APPLICATION:
      *   - ACTION MUST BE HLD OR REL, WITH A CRATE ID, THE
      *     AUTHORIZING PERSON AND A VALID YYYYMMDD DATE
      *   - HLD NEEDS ONE OF THE REGISTER'S REASON CODES; A CRATE
      *     ALREADY HELD FOR THAT SAME REASON IS REJECTED (IT MAY BE
      *     HELD FOR SEVERAL DIFFERENT REASONS AT ONCE)
      *   - REL WITH A REASON CODE RELEASES THAT ONE HOLD; REL WITH NO
      *     REASON RELEASES EVERY HOLD ON THE CRATE. A REL THAT FINDS
      *     NOTHING HELD, OR IS DATED BEFORE THE HOLD IT RELEASES, IS
      *     REJECTED
      * A RELEASED HOLD STAYS ON THE REGISTER WITH WHO RELEASED IT AND
      * WHEN, SO THE FILE IS ITS OWN HISTORY, UNTIL IT HAS BEEN
      * RELEASED LONGER THAN THE RETENTION WINDOW; THEN IT IS DROPPED
      * FROM THE NEW REGISTER (THE HOLDREPT GENERATIONS KEEP THE
      * RECORD). THE PARM IS DDD,YYYYMMDD -- RETENTION IN DAYS
      * (DEFAULT 365) AND THE RUN DATE THE WINDOW IS MEASURED BACK
      * FROM (DEFAULT TODAY). THE UPDATED REGISTER IS
      * WRITTEN AS A NEW OUTPUT DATASET, LIKE ASNMAINT.cbl DOES FOR
      * THE ASN FILE, WITH AN UPDATE REPORT SHOWING EVERY
      * TRANSACTION'S DISPOSITION. RC 0 = ALL APPLIED, RC 4 =
      * SOMETHING REJECTED (THE REST STILL APPLIED), RC 8 = STRUCTURAL
      * FAILURE, NO FILE WRITTEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
         SELECT HoldFile ASSIGN TO DYNAMIC HM-HOLD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HM-HOLD-STATUS.
         SELECT HoldTrans ASSIGN TO DYNAMIC HM-TRANS-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HM-TRANS-STATUS.
         SELECT NewHoldFile ASSIGN TO DYNAMIC HM-NEWHOLD-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
         SELECT UpdateReport ASSIGN TO DYNAMIC HM-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * ONE RECORD PER HOLD PLACED. HD-Status IS 'H' WHILE THE HOLD
      * STANDS AND 'R' ONCE IT IS RELEASED, WITH WHO AND WHEN.
       FD HoldFile.
       01 Hold-Record.
         02 HD-Crate-ID PIC X(8).
         02 HD-Reason PIC X(4).
         02 HD-Placed-By PIC X(8).
         02 HD-Placed-Date PIC 9(8).
         02 HD-Status PIC X.
         02 HD-Released-By PIC X(8).
         02 HD-Released-Date PIC 9(8).
      * ONE TRANSACTION PER RECORD. THE DATE ARRIVES AS TEXT SO A
      * NON-NUMERIC KEYING MISTAKE IS A REJECT, NOT AN ABEND.
       FD HoldTrans.
       01 Hold-Trans-Record.
         02 TX-Action PIC X(3).
         02 TX-Crate-ID PIC X(8).
         02 TX-Reason PIC X(4).
         02 TX-Auth PIC X(8).
         02 TX-Date PIC X(8).
         02 TX-Date-X REDEFINES TX-Date.
           03 TX-Date-YYYY PIC X(4).
           03 TX-Date-MM PIC XX.
           03 TX-Date-DD PIC XX.
       FD NewHoldFile.
       01 New-Hold-Record.
         02 NH-Crate-ID PIC X(8).
         02 NH-Reason PIC X(4).
         02 NH-Placed-By PIC X(8).
         02 NH-Placed-Date PIC 9(8).
         02 NH-Status PIC X.
         02 NH-Released-By PIC X(8).
         02 NH-Released-Date PIC 9(8).
       FD UpdateReport.
       01 Update-Report-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01 HM-HOLD-NAME PIC X(40) VALUE "hold_master".
       01 HM-TRANS-NAME PIC X(40) VALUE "hold_trans".
       01 HM-NEWHOLD-NAME PIC X(40) VALUE "hold_master_new".
       01 HM-REPORT-NAME PIC X(40) VALUE "hold_report".
       01 HM-HOLD-STATUS PIC XX.
       01 HM-TRANS-STATUS PIC XX.
       01 HM-EOF PIC X VALUE "N".
      *THE REASON CODES THE REGISTER ACCEPTS: CUSTOMS, DAMAGE CLAIM,
      *QUALITY ASSURANCE. THE CRANE PRINTS THE CODE ON ITS EXCEPTION
      *LINE AS IS AND HOLDRPT.cbl SPELLS IT OUT FROM ITS OWN COPY OF
      *THIS TABLE -- A NEW CODE GOES IN BOTH.
       01 RSN-CODE-LIST PIC X(12) VALUE "CUSTDMGCQA  ".
       01 RSN-CODE-TABLE REDEFINES RSN-CODE-LIST.
         02 RSN-CODE OCCURS 3 TIMES PIC X(4).
       01 RSN-SUB PIC 9.
       01 RSN-VALID PIC X.
      *THE WHOLE REGISTER IN CORE, STANDING HOLDS AND RELEASED ONES
      *STILL INSIDE THE RETENTION WINDOW -- A RELEASE ONLY CHANGES THE
      *LINE'S STATUS. THE CRANE LOADS ONLY THE STANDING HOLDS, AND
      *2000 OF THOSE IS ITS COMPILED CEILING, SO THAT IS THE LIMIT ON
      *HLDs; THE TABLE ITSELF IS SIZED FOR THE HISTORY AS WELL.
       01 HD-COUNT PIC 9(6) VALUE 0.
       01 HD-STANDING PIC 9(6) VALUE 0.
       01 HD-SUB PIC 9(6).
       01 HD-FOUND PIC 9(6).
       01 HD-TABLE.
         02 HD-ENTRY OCCURS 10000 TIMES.
           03 HDE-Crate-ID PIC X(8).
           03 HDE-Reason PIC X(4).
           03 HDE-Placed-By PIC X(8).
           03 HDE-Placed-Date PIC 9(8).
           03 HDE-Status PIC X.
           03 HDE-Released-By PIC X(8).
           03 HDE-Released-Date PIC 9(8).
       01 HM-MATCHED PIC 9(6) VALUE 0.
       01 HM-TOO-EARLY PIC 9(6) VALUE 0.
       01 HM-TRANS-READ PIC 9(6) VALUE 0.
       01 HM-APPLIED PIC 9(6) VALUE 0.
       01 HM-REJECTED PIC 9(6) VALUE 0.
       01 HM-WRITTEN PIC 9(6) VALUE 0.
       01 HM-HELD-OUT PIC 9(6) VALUE 0.
       01 HM-PURGED PIC 9(6) VALUE 0.
       01 HM-RUN-PARM PIC X(20).
       01 HM-RETAIN-DAYS PIC 999 VALUE 365.
       01 HM-RUN-DATE PIC 9(8).
       01 HM-PURGE-BEFORE PIC 9(8).
       01 HM-REJECT-REASON PIC X(30).
       01 HM-DATE-YEAR PIC 9(4).
       01 HM-DATE-MONTH PIC 99.
       01 HM-DATE-DAY PIC 99.
       01 HM-MONTH-LIMIT PIC 99.
       01 HM-MONTH-DAYS-VALUES PIC X(24)
           VALUE "312831303130313130313031".
       01 HM-MONTH-DAYS-TABLE REDEFINES HM-MONTH-DAYS-VALUES.
         02 HM-MONTH-DAYS PIC 99 OCCURS 12 TIMES.
      *REPORT LINE LAYOUT: ONE LINE PER TRANSACTION, DISPOSITION
      *FIRST SO THE REJECTS JUMP OUT OF A COLUMN SCAN.
       01 RPT-TRANS-LINE.
         02 RT-Disp PIC X(9).
         02 RT-Action PIC X(3).
         02 FILLER PIC X VALUE SPACE.
         02 RT-Crate PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 RT-Reason PIC X(4).
         02 FILLER PIC X VALUE SPACE.
         02 RT-Auth PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 RT-Date PIC X(8).
         02 FILLER PIC XX VALUE SPACES.
         02 RT-Why PIC X(30).
       01 RPT-TEXT-LINE PIC X(80).

       PROCEDURE DIVISION.
       BEGIN.
       ACCEPT HM-HOLD-NAME FROM ENVIRONMENT "DD_HOLD"
       IF HM-HOLD-NAME = SPACES
         MOVE "hold_master" TO HM-HOLD-NAME
       END-IF
       ACCEPT HM-TRANS-NAME FROM ENVIRONMENT "DD_HOLD_TRANS"
       IF HM-TRANS-NAME = SPACES
         MOVE "hold_trans" TO HM-TRANS-NAME
       END-IF
       ACCEPT HM-NEWHOLD-NAME FROM ENVIRONMENT "DD_HOLD_NEW"
       IF HM-NEWHOLD-NAME = SPACES
         MOVE "hold_master_new" TO HM-NEWHOLD-NAME
       END-IF
       ACCEPT HM-REPORT-NAME FROM ENVIRONMENT "DD_HOLD_REPORT"
       IF HM-REPORT-NAME = SPACES
         MOVE "hold_report" TO HM-REPORT-NAME
       END-IF
       MOVE SPACES TO HM-RUN-PARM
       ACCEPT HM-RUN-PARM FROM COMMAND-LINE
       IF HM-RUN-PARM(1:3) IS NUMERIC
         MOVE HM-RUN-PARM(1:3) TO HM-RETAIN-DAYS
       END-IF
       IF HM-RUN-PARM(5:8) IS NUMERIC
         MOVE HM-RUN-PARM(5:8) TO HM-RUN-DATE
       ELSE
         ACCEPT HM-RUN-DATE FROM DATE YYYYMMDD
       END-IF
       IF FUNCTION INTEGER-OF-DATE(HM-RUN-DATE) = 0
         DISPLAY "RUN DATE " HM-RUN-DATE " IS NOT A VALID DATE"
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       COMPUTE HM-PURGE-BEFORE = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(HM-RUN-DATE) - HM-RETAIN-DAYS)
       PERFORM LOAD-OLD-HOLDS
       OPEN OUTPUT UpdateReport
       MOVE "===== HOLD REGISTER UPDATE REPORT =====" TO RPT-TEXT-LINE
       WRITE Update-Report-Record FROM RPT-TEXT-LINE
       PERFORM APPLY-TRANSACTIONS
       PERFORM WRITE-NEW-HOLDS
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "RELEASED BEFORE " DELIMITED BY SIZE
           HM-PURGE-BEFORE DELIMITED BY SIZE
           " DROPPED FROM THE REGISTER=" DELIMITED BY SIZE
           HM-PURGED DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Update-Report-Record FROM RPT-TEXT-LINE
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "TRANSACTIONS=" DELIMITED BY SIZE
           HM-TRANS-READ DELIMITED BY SIZE
           " APPLIED=" DELIMITED BY SIZE
           HM-APPLIED DELIMITED BY SIZE
           " REJECTED=" DELIMITED BY SIZE
           HM-REJECTED DELIMITED BY SIZE
           " STILL HELD=" DELIMITED BY SIZE
           HM-HELD-OUT DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Update-Report-Record FROM RPT-TEXT-LINE
       CLOSE UpdateReport
       DISPLAY "HOLDMNT: " HM-TRANS-READ " TRANSACTIONS, "
           HM-APPLIED " APPLIED, " HM-REJECTED " REJECTED, "
           HM-WRITTEN " LINES ON NEW REGISTER, "
           HM-HELD-OUT " HOLD(S) STANDING, " HM-PURGED
           " RELEASED HOLD(S) PAST RETENTION DROPPED"
       IF HM-REJECTED > 0
         MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

      * A MISSING OLD REGISTER IS A LEGITIMATE FIRST RUN -- THE NEW
      * ONE IS BUILT FROM THE HLDs ALONE. A HOLD RELEASED BEFORE THE
      * RETENTION WINDOW IS COUNTED AND LEFT OUT.
       LOAD-OLD-HOLDS.
       MOVE 0 TO HD-COUNT
       MOVE "N" TO HM-EOF
       OPEN INPUT HoldFile
       IF HM-HOLD-STATUS NOT = "00"
         DISPLAY "OLD HOLD REGISTER NOT PRESENT, STATUS "
             HM-HOLD-STATUS " - BUILDING FROM TRANSACTIONS ALONE"
         MOVE "Y" TO HM-EOF
       END-IF
       PERFORM UNTIL HM-EOF = "Y"
           READ HoldFile
             AT END MOVE "Y" TO HM-EOF
           END-READ
           IF HM-EOF NOT = "Y" AND HD-Status = "R"
               AND HD-Released-Date IS NUMERIC
               AND HD-Released-Date < HM-PURGE-BEFORE
             ADD 1 TO HM-PURGED
           ELSE
             IF HM-EOF NOT = "Y"
               PERFORM KEEP-OLD-HOLD
             END-IF
           END-IF
       END-PERFORM
       IF HM-HOLD-STATUS = "00" OR HM-HOLD-STATUS = "10"
         CLOSE HoldFile
       END-IF.

      * ONE LINE OF THE OLD REGISTER INTO THE TABLE.
       KEEP-OLD-HOLD.
       IF HD-COUNT >= 10000
         DISPLAY "OLD HOLD REGISTER EXCEEDS COMPILED TABLE "
             "CEILING - NO UPDATE APPLIED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       IF HD-Status = "H"
         ADD 1 TO HD-STANDING
       END-IF
       ADD 1 TO HD-COUNT
       MOVE HD-Crate-ID TO HDE-Crate-ID(HD-COUNT)
       MOVE HD-Reason TO HDE-Reason(HD-COUNT)
       MOVE HD-Placed-By TO HDE-Placed-By(HD-COUNT)
       MOVE HD-Placed-Date TO HDE-Placed-Date(HD-COUNT)
       MOVE HD-Status TO HDE-Status(HD-COUNT)
       MOVE HD-Released-By TO HDE-Released-By(HD-COUNT)
       MOVE HD-Released-Date TO HDE-Released-Date(HD-COUNT).

       APPLY-TRANSACTIONS.
       MOVE "N" TO HM-EOF
       OPEN INPUT HoldTrans
       IF HM-TRANS-STATUS NOT = "00"
         DISPLAY "TRANSACTION FILE UNAVAILABLE, STATUS "
             HM-TRANS-STATUS
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       PERFORM UNTIL HM-EOF = "Y"
           READ HoldTrans
             AT END MOVE "Y" TO HM-EOF
           END-READ
           IF HM-EOF NOT = "Y"
             ADD 1 TO HM-TRANS-READ
             PERFORM APPLY-ONE-TRANSACTION
           END-IF
       END-PERFORM
       CLOSE HoldTrans.

       APPLY-ONE-TRANSACTION.
       MOVE SPACES TO HM-REJECT-REASON
       IF TX-Action NOT = "HLD" AND TX-Action NOT = "REL"
         MOVE "UNKNOWN ACTION" TO HM-REJECT-REASON
       ELSE
         IF TX-Crate-ID = SPACES
           MOVE "CRATE ID MISSING" TO HM-REJECT-REASON
         ELSE
           IF TX-Auth = SPACES
             MOVE "AUTHORIZER MISSING" TO HM-REJECT-REASON
           ELSE
             PERFORM CHECK-TRANS-DATE
           END-IF
         END-IF
       END-IF
       IF TX-Action = "HLD" AND HM-REJECT-REASON = SPACES
         PERFORM CHECK-REASON-CODE
         IF RSN-VALID = "N"
           MOVE "UNKNOWN REASON CODE" TO HM-REJECT-REASON
         ELSE
           PERFORM FIND-STANDING-HOLD
           IF HD-FOUND > 0
             MOVE "ALREADY HELD FOR THIS REASON" TO HM-REJECT-REASON
           END-IF
         END-IF
       END-IF
       IF TX-Action = "REL" AND HM-REJECT-REASON = SPACES
         PERFORM COUNT-RELEASABLE-HOLDS
         IF HM-MATCHED = 0
           MOVE "NO STANDING HOLD TO RELEASE" TO HM-REJECT-REASON
         ELSE
           IF HM-TOO-EARLY > 0
             MOVE "RELEASE DATED BEFORE THE HOLD" TO
                 HM-REJECT-REASON
           END-IF
         END-IF
       END-IF
       IF HM-REJECT-REASON NOT = SPACES
         ADD 1 TO HM-REJECTED
         MOVE "REJECTED " TO RT-Disp
         PERFORM WRITE-TRANS-LINE
       ELSE
         IF TX-Action = "HLD"
           IF HD-STANDING >= 2000 OR HD-COUNT >= 10000
             MOVE "HOLD REGISTER FULL" TO HM-REJECT-REASON
             ADD 1 TO HM-REJECTED
             MOVE "REJECTED " TO RT-Disp
             PERFORM WRITE-TRANS-LINE
           ELSE
             ADD 1 TO HD-COUNT
             ADD 1 TO HD-STANDING
             MOVE TX-Crate-ID TO HDE-Crate-ID(HD-COUNT)
             MOVE TX-Reason TO HDE-Reason(HD-COUNT)
             MOVE TX-Auth TO HDE-Placed-By(HD-COUNT)
             MOVE TX-Date TO HDE-Placed-Date(HD-COUNT)
             MOVE "H" TO HDE-Status(HD-COUNT)
             MOVE SPACES TO HDE-Released-By(HD-COUNT)
             MOVE 0 TO HDE-Released-Date(HD-COUNT)
             ADD 1 TO HM-APPLIED
             MOVE "APPLIED  " TO RT-Disp
             PERFORM WRITE-TRANS-LINE
           END-IF
         ELSE
           PERFORM RELEASE-HOLDS
           ADD 1 TO HM-APPLIED
           MOVE "APPLIED  " TO RT-Disp
           PERFORM WRITE-TRANS-LINE
         END-IF
       END-IF.

      * A PLAUSIBLE CALENDAR DATE, NOT JUST DIGITS -- SAME TEST
      * ASNMAINT.cbl APPLIES TO AN EXPECTED ARRIVAL DATE.
       CHECK-TRANS-DATE.
       IF TX-Date IS NOT NUMERIC
         MOVE "DATE NOT NUMERIC" TO HM-REJECT-REASON
       ELSE
         IF TX-Date-MM < "01" OR TX-Date-MM > "12"
             OR TX-Date-DD < "01" OR TX-Date-DD > "31"
             OR TX-Date-YYYY < "1601"
           MOVE "DATE INVALID" TO HM-REJECT-REASON
         ELSE
           MOVE TX-Date-YYYY TO HM-DATE-YEAR
           MOVE TX-Date-MM TO HM-DATE-MONTH
           MOVE TX-Date-DD TO HM-DATE-DAY
           MOVE HM-MONTH-DAYS(HM-DATE-MONTH) TO HM-MONTH-LIMIT
           IF HM-DATE-MONTH = 2
               AND FUNCTION MOD(HM-DATE-YEAR, 4) = 0
               AND (FUNCTION MOD(HM-DATE-YEAR, 100) NOT = 0
                 OR FUNCTION MOD(HM-DATE-YEAR, 400) = 0)
             MOVE 29 TO HM-MONTH-LIMIT
           END-IF
           IF HM-DATE-DAY > HM-MONTH-LIMIT
             MOVE "DATE INVALID" TO HM-REJECT-REASON
           END-IF
         END-IF
       END-IF.

       CHECK-REASON-CODE.
       MOVE "N" TO RSN-VALID
       PERFORM VARYING RSN-SUB FROM 1 BY 1 UNTIL RSN-SUB > 3
           IF RSN-CODE(RSN-SUB) = TX-Reason
             MOVE "Y" TO RSN-VALID
             MOVE 3 TO RSN-SUB
           END-IF
       END-PERFORM.

      * A STANDING HOLD ON THE SAME CRATE FOR THE SAME REASON.
       FIND-STANDING-HOLD.
       MOVE 0 TO HD-FOUND
       PERFORM VARYING HD-SUB FROM 1 BY 1 UNTIL HD-SUB > HD-COUNT
           IF HDE-Crate-ID(HD-SUB) = TX-Crate-ID
               AND HDE-Reason(HD-SUB) = TX-Reason
               AND HDE-Status(HD-SUB) = "H"
             MOVE HD-SUB TO HD-FOUND
             MOVE HD-COUNT TO HD-SUB
           END-IF
       END-PERFORM.

      * EVERY STANDING HOLD THE REL WOULD RELEASE, AND HOW MANY OF
      * THEM WERE PLACED AFTER THE RELEASE DATE. A REL IS ALL OR
      * NOTHING -- HALF-RELEASING A CRATE ON A KEYING ERROR WOULD
      * LEAVE THE REGISTER SAYING SOMETHING NOBODY AUTHORIZED.
       COUNT-RELEASABLE-HOLDS.
       MOVE 0 TO HM-MATCHED
       MOVE 0 TO HM-TOO-EARLY
       PERFORM VARYING HD-SUB FROM 1 BY 1 UNTIL HD-SUB > HD-COUNT
           IF HDE-Crate-ID(HD-SUB) = TX-Crate-ID
               AND HDE-Status(HD-SUB) = "H"
               AND (TX-Reason = SPACES
                 OR HDE-Reason(HD-SUB) = TX-Reason)
             ADD 1 TO HM-MATCHED
             IF HDE-Placed-Date(HD-SUB) > TX-Date
               ADD 1 TO HM-TOO-EARLY
             END-IF
           END-IF
       END-PERFORM.

       RELEASE-HOLDS.
       PERFORM VARYING HD-SUB FROM 1 BY 1 UNTIL HD-SUB > HD-COUNT
           IF HDE-Crate-ID(HD-SUB) = TX-Crate-ID
               AND HDE-Status(HD-SUB) = "H"
               AND (TX-Reason = SPACES
                 OR HDE-Reason(HD-SUB) = TX-Reason)
             MOVE "R" TO HDE-Status(HD-SUB)
             SUBTRACT 1 FROM HD-STANDING
             MOVE TX-Auth TO HDE-Released-By(HD-SUB)
             MOVE TX-Date TO HDE-Released-Date(HD-SUB)
           END-IF
       END-PERFORM.

       WRITE-TRANS-LINE.
       MOVE TX-Action TO RT-Action
       MOVE TX-Crate-ID TO RT-Crate
       MOVE TX-Reason TO RT-Reason
       MOVE TX-Auth TO RT-Auth
       MOVE TX-Date TO RT-Date
       MOVE HM-REJECT-REASON TO RT-Why
       WRITE Update-Report-Record FROM RPT-TRANS-LINE.

       WRITE-NEW-HOLDS.
       OPEN OUTPUT NewHoldFile
       PERFORM VARYING HD-SUB FROM 1 BY 1 UNTIL HD-SUB > HD-COUNT
           MOVE HDE-Crate-ID(HD-SUB) TO NH-Crate-ID
           MOVE HDE-Reason(HD-SUB) TO NH-Reason
           MOVE HDE-Placed-By(HD-SUB) TO NH-Placed-By
           MOVE HDE-Placed-Date(HD-SUB) TO NH-Placed-Date
           MOVE HDE-Status(HD-SUB) TO NH-Status
           MOVE HDE-Released-By(HD-SUB) TO NH-Released-By
           MOVE HDE-Released-Date(HD-SUB) TO NH-Released-Date
           WRITE New-Hold-Record
           ADD 1 TO HM-WRITTEN
           IF HDE-Status(HD-SUB) = "H"
             ADD 1 TO HM-HELD-OUT
           END-IF
       END-PERFORM
       CLOSE NewHoldFile.
