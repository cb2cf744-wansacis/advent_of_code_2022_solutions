       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASNRECON.
      * RECEIVING VARIANCE REPORT. THE CRANE CHECKS EVERY recv AGAINST
      * THE OPEN ADVANCE SHIPPING NOTICES AND LOGS EACH RECEIPT'S
      * DISPOSITION (MATCHED, FLAGGED OR HELD) TO THE ASN RECEIPT LOG;
      * THIS STEP RUNS AFTER IT, CLOSES THE MATCHED LINES ON THE ASN
      * FILE AND TELLS RECEIVING WHAT DIDN'T GO TO PLAN:
      *   - UNEXPECTED RECEIPTS: CRATES THE CRANE RECEIVED (OR HELD
      *     AT THE GATE) THAT NO OPEN ASN CALLED FOR
      *   - ASN CRATES OVERDUE: OPEN LINES WHOSE EXPECTED ARRIVAL
      *     DATE HAS PASSED, WITH DAYS LATE, FOR THE CARRIER CHASE
      *   - ASNS CLOSED IN FULL: NOTICES WHOSE LAST OPEN LINE CAME
      *     IN TONIGHT. THESE ARE DROPPED FROM THE NEW ASN FILE --
      *     THE RECEIPT LOG GENERATIONS ARE THEIR HISTORY
      * THE UPDATED ASN FILE IS WRITTEN AS A NEW OUTPUT DATASET, LIKE
      * ASNMAINT.cbl, FOR THE JOB TO PROMOTE. RC 0 = NOTHING TO CHASE,
      * RC 4 = UNEXPECTED OR OVERDUE LINES ON THE REPORT (MORNING
      * REVIEW, NOT A PAGE), RC 8 = STRUCTURAL FAILURE, NO FILE
      * WRITTEN.
      * PARM: COLS 1-8 THE RUN DATE YYYYMMDD THE OVERDUE LINES ARE AGED
      * AGAINST (DEFAULT TODAY), SO A LATE OR RERUN NIGHT REPORTS AS
      * OF THE NIGHT IT COVERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
         SELECT AsnFile ASSIGN TO DYNAMIC AR-ASN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AR-ASN-STATUS.
         SELECT ReceiptLog ASSIGN TO DYNAMIC AR-RECEIPT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AR-RECEIPT-STATUS.
         SELECT NewAsnFile ASSIGN TO DYNAMIC AR-NEWASN-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
         SELECT VarianceReport ASSIGN TO DYNAMIC AR-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD AsnFile.
       01 Asn-Record.
         02 AN-Asn-ID PIC X(8).
         02 AN-Carrier PIC X(8).
         02 AN-Crate-ID PIC X(8).
         02 AN-Owner PIC X(8).
         02 AN-Yard PIC X(8).
         02 AN-Due-Date PIC 9(8).
         02 AN-Status PIC X.
         02 AN-Rcvd-Date PIC 9(8).
      * ONE RECORD PER recv THE CRANE APPLIED OR HELD. RL-Disp IS 'M'
      * MATCHED TO AN OPEN ASN LINE, 'F' RECEIVED BUT FLAGGED AS NOT
      * ON ANY OPEN ASN, 'H' HELD AT THE GATE (NOT RECEIVED).
       FD ReceiptLog.
       01 Receipt-Log-Record.
         02 RL-Run-Date PIC 9(8).
         02 RL-Yard PIC X(8).
         02 RL-Crate-ID PIC X(8).
         02 RL-Asn-ID PIC X(8).
         02 RL-Disp PIC X.
         02 RL-Stack PIC 99.
         02 RL-Shift PIC X.
         02 RL-Oper PIC X(8).
         02 RL-TS PIC X(14).
       FD NewAsnFile.
       01 New-Asn-Record.
         02 NA-Asn-ID PIC X(8).
         02 NA-Carrier PIC X(8).
         02 NA-Crate-ID PIC X(8).
         02 NA-Owner PIC X(8).
         02 NA-Yard PIC X(8).
         02 NA-Due-Date PIC 9(8).
         02 NA-Status PIC X.
         02 NA-Rcvd-Date PIC 9(8).
       FD VarianceReport.
       01 Variance-Report-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01 AR-ASN-NAME PIC X(40) VALUE "asn_master".
       01 AR-RECEIPT-NAME PIC X(40) VALUE "asn_receipts".
       01 AR-NEWASN-NAME PIC X(40) VALUE "asn_master_new".
       01 AR-REPORT-NAME PIC X(40) VALUE "asn_variance".
       01 AR-ASN-STATUS PIC XX.
       01 AR-RECEIPT-STATUS PIC XX.
       01 AR-EOF PIC X VALUE "N".
       01 AR-RUN-PARM PIC X(20).
       01 AR-TODAY PIC 9(8) VALUE 0.
       01 AR-TODAY-INT PIC 9(7) VALUE 0.
       01 AR-DUE-INT PIC 9(7) VALUE 0.
       01 AR-DAYS-LATE PIC S9(5) VALUE 0.
      *THE WHOLE ASN FILE IN CORE, SAME 2000-LINE CEILING AS THE CRANE
      *AND ASNMAINT. ANE-Closed MARKS LINES OF AN ASN CLOSED IN FULL
      *TONIGHT, WHICH THE NEW FILE DROPS.
       01 AN-COUNT PIC 9(6) VALUE 0.
       01 AN-SUB PIC 9(6).
       01 AN-FOUND PIC 9(6).
       01 AN-TABLE.
         02 AN-ENTRY OCCURS 2000 TIMES.
           03 ANE-Asn-ID PIC X(8).
           03 ANE-Carrier PIC X(8).
           03 ANE-Crate-ID PIC X(8).
           03 ANE-Owner PIC X(8).
           03 ANE-Yard PIC X(8).
           03 ANE-Due-Date PIC 9(8).
           03 ANE-Status PIC X.
           03 ANE-Rcvd-Date PIC 9(8).
           03 ANE-Closed PIC X.
      *EVERY ASN THAT RECEIVED A LINE TONIGHT -- THE ONLY CANDIDATES
      *FOR CLOSED IN FULL.
       01 TOUCHED-COUNT PIC 9(6) VALUE 0.
       01 TOUCHED-SUB PIC 9(6).
       01 TOUCHED-FOUND PIC X.
       01 TOUCHED-TABLE.
         02 TOUCHED-ASN PIC X(8) OCCURS 2000 TIMES.
       01 AR-OPEN-LEFT PIC 9(6).
       01 AR-LINES-ON-ASN PIC 9(6).
       01 AR-RECEIPTS-READ PIC 9(6) VALUE 0.
       01 AR-MATCHED PIC 9(6) VALUE 0.
       01 AR-UNEXPECTED PIC 9(6) VALUE 0.
       01 AR-OVERDUE PIC 9(6) VALUE 0.
       01 AR-CLOSED PIC 9(6) VALUE 0.
       01 AR-WRITTEN PIC 9(6) VALUE 0.
       01 RPT-UNEXPECTED-LINE.
         02 RU-Crate PIC X(8).
         02 RU-YARD-TXT PIC X(7) VALUE " YARD=".
         02 RU-Yard PIC X(8).
         02 RU-STACK-TXT PIC X(7) VALUE " STACK=".
         02 RU-Stack PIC Z9.
         02 RU-SHIFT-TXT PIC X(7) VALUE " SHIFT=".
         02 RU-Shift PIC X.
         02 RU-OPER-TXT PIC X(6) VALUE " OPER=".
         02 RU-Oper PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 RU-TS PIC X(14).
         02 FILLER PIC X VALUE SPACE.
         02 RU-Disp PIC X(10).
       01 RPT-OVERDUE-LINE.
         02 RO-Asn PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 RO-Carrier PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 RO-Crate PIC X(8).
         02 RO-OWNER-TXT PIC X(7) VALUE " OWNER=".
         02 RO-Owner PIC X(8).
         02 RO-DUE-TXT PIC X(5) VALUE " DUE=".
         02 RO-Due PIC 9(8).
         02 RO-LATE-TXT PIC X(11) VALUE " DAYS LATE=".
         02 RO-Late PIC ZZZZ9.
       01 RPT-CLOSED-LINE.
         02 RC-Asn PIC X(8).
         02 RC-CARRIER-TXT PIC X(9) VALUE " CARRIER=".
         02 RC-Carrier PIC X(8).
         02 RC-OWNER-TXT PIC X(7) VALUE " OWNER=".
         02 RC-Owner PIC X(8).
         02 RC-LINES-TXT PIC X(7) VALUE " LINES=".
         02 RC-Lines PIC ZZZZ9.
       01 RPT-TEXT-LINE PIC X(80).

       PROCEDURE DIVISION.
       BEGIN.
       ACCEPT AR-ASN-NAME FROM ENVIRONMENT "DD_ASN"
       IF AR-ASN-NAME = SPACES
         MOVE "asn_master" TO AR-ASN-NAME
       END-IF
       ACCEPT AR-RECEIPT-NAME FROM ENVIRONMENT "DD_ASN_RECEIPTS"
       IF AR-RECEIPT-NAME = SPACES
         MOVE "asn_receipts" TO AR-RECEIPT-NAME
       END-IF
       ACCEPT AR-NEWASN-NAME FROM ENVIRONMENT "DD_ASN_NEW"
       IF AR-NEWASN-NAME = SPACES
         MOVE "asn_master_new" TO AR-NEWASN-NAME
       END-IF
       ACCEPT AR-REPORT-NAME FROM ENVIRONMENT "DD_ASN_VARIANCE"
       IF AR-REPORT-NAME = SPACES
         MOVE "asn_variance" TO AR-REPORT-NAME
       END-IF
       MOVE SPACES TO AR-RUN-PARM
       ACCEPT AR-RUN-PARM FROM COMMAND-LINE
       IF AR-RUN-PARM(1:8) IS NUMERIC
         MOVE AR-RUN-PARM(1:8) TO AR-TODAY
       ELSE
         ACCEPT AR-TODAY FROM DATE YYYYMMDD
       END-IF
       COMPUTE AR-TODAY-INT = FUNCTION INTEGER-OF-DATE(AR-TODAY)
       IF AR-TODAY-INT = 0
         DISPLAY "RUN DATE " AR-TODAY " IS NOT A VALID DATE"
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       PERFORM LOAD-OLD-ASN
       OPEN OUTPUT VarianceReport
       MOVE "===== UNEXPECTED RECEIPTS =====" TO RPT-TEXT-LINE
       WRITE Variance-Report-Record FROM RPT-TEXT-LINE
       PERFORM APPLY-RECEIPTS
       MOVE "===== ASN CRATES OVERDUE =====" TO RPT-TEXT-LINE
       WRITE Variance-Report-Record FROM RPT-TEXT-LINE
       PERFORM VARYING AN-SUB FROM 1 BY 1 UNTIL AN-SUB > AN-COUNT
           IF ANE-Status(AN-SUB) = "O"
               AND ANE-Due-Date(AN-SUB) < AR-TODAY
             PERFORM REPORT-OVERDUE-LINE
           END-IF
       END-PERFORM
       MOVE "===== ASNS CLOSED IN FULL =====" TO RPT-TEXT-LINE
       WRITE Variance-Report-Record FROM RPT-TEXT-LINE
       PERFORM VARYING TOUCHED-SUB FROM 1 BY 1
           UNTIL TOUCHED-SUB > TOUCHED-COUNT
           PERFORM CHECK-ASN-CLOSED
       END-PERFORM
       PERFORM WRITE-NEW-ASN
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "RECEIPTS=" DELIMITED BY SIZE
           AR-RECEIPTS-READ DELIMITED BY SIZE
           " MATCHED=" DELIMITED BY SIZE
           AR-MATCHED DELIMITED BY SIZE
           " UNEXPECTED=" DELIMITED BY SIZE
           AR-UNEXPECTED DELIMITED BY SIZE
           " OVERDUE=" DELIMITED BY SIZE
           AR-OVERDUE DELIMITED BY SIZE
           " CLOSED=" DELIMITED BY SIZE
           AR-CLOSED DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Variance-Report-Record FROM RPT-TEXT-LINE
       CLOSE VarianceReport
       DISPLAY "ASNRECON: " AR-RECEIPTS-READ " RECEIPTS, "
           AR-MATCHED " MATCHED, " AR-UNEXPECTED " UNEXPECTED, "
           AR-OVERDUE " OVERDUE, " AR-CLOSED " ASN(S) CLOSED, "
           AR-WRITTEN " LINES ON NEW ASN FILE"
       IF AR-UNEXPECTED > 0 OR AR-OVERDUE > 0
         MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

      * A MISSING ASN FILE IS A LEGITIMATE FIRST NIGHT -- NOTHING IS
      * EXPECTED, SO EVERY RECEIPT IS UNEXPECTED.
       LOAD-OLD-ASN.
       MOVE 0 TO AN-COUNT
       MOVE "N" TO AR-EOF
       OPEN INPUT AsnFile
       IF AR-ASN-STATUS NOT = "00"
         DISPLAY "ASN FILE NOT PRESENT, STATUS " AR-ASN-STATUS
             " - NO OPEN NOTICES"
         MOVE "Y" TO AR-EOF
       END-IF
       PERFORM UNTIL AR-EOF = "Y"
           READ AsnFile
             AT END MOVE "Y" TO AR-EOF
           END-READ
           IF AR-EOF NOT = "Y"
             IF AN-COUNT >= 2000
               DISPLAY "ASN FILE EXCEEDS COMPILED TABLE CEILING "
                   "- NO UPDATE APPLIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO AN-COUNT
             MOVE AN-Asn-ID TO ANE-Asn-ID(AN-COUNT)
             MOVE AN-Carrier TO ANE-Carrier(AN-COUNT)
             MOVE AN-Crate-ID TO ANE-Crate-ID(AN-COUNT)
             MOVE AN-Owner TO ANE-Owner(AN-COUNT)
             MOVE AN-Yard TO ANE-Yard(AN-COUNT)
             MOVE AN-Due-Date TO ANE-Due-Date(AN-COUNT)
             MOVE AN-Status TO ANE-Status(AN-COUNT)
             MOVE AN-Rcvd-Date TO ANE-Rcvd-Date(AN-COUNT)
             MOVE "N" TO ANE-Closed(AN-COUNT)
           END-IF
       END-PERFORM
       IF AR-ASN-STATUS = "00" OR AR-ASN-STATUS = "10"
         CLOSE AsnFile
       END-IF.

      * NO RECEIPT LOG MEANS THE CRANE RECEIVED NOTHING (OR RAN
      * WITHOUT AN ASN FILE) -- OVERDUE LINES STILL REPORT.
       APPLY-RECEIPTS.
       MOVE "N" TO AR-EOF
       OPEN INPUT ReceiptLog
       IF AR-RECEIPT-STATUS NOT = "00"
         DISPLAY "ASN RECEIPT LOG NOT PRESENT, STATUS "
             AR-RECEIPT-STATUS " - NO RECEIPTS TONIGHT"
         MOVE "Y" TO AR-EOF
       END-IF
       PERFORM UNTIL AR-EOF = "Y"
           READ ReceiptLog
             AT END MOVE "Y" TO AR-EOF
           END-READ
           IF AR-EOF NOT = "Y"
             ADD 1 TO AR-RECEIPTS-READ
             PERFORM APPLY-ONE-RECEIPT
           END-IF
       END-PERFORM
       IF AR-RECEIPT-STATUS = "00" OR AR-RECEIPT-STATUS = "10"
         CLOSE ReceiptLog
       END-IF.

      * A MATCHED RECEIPT WHOSE LINE IS NO LONGER OPEN (CANCELLED BY
      * ASNMAINT BETWEEN THE CRANE RUN AND THIS STEP) IS REPORTED
      * WITH THE UNEXPECTED ONES RATHER THAN QUIETLY SWALLOWED.
       APPLY-ONE-RECEIPT.
       IF RL-Disp = "M"
         MOVE 0 TO AN-FOUND
         PERFORM VARYING AN-SUB FROM 1 BY 1 UNTIL AN-SUB > AN-COUNT
             IF ANE-Asn-ID(AN-SUB) = RL-Asn-ID
                 AND ANE-Crate-ID(AN-SUB) = RL-Crate-ID
                 AND ANE-Status(AN-SUB) = "O"
               MOVE AN-SUB TO AN-FOUND
               MOVE AN-COUNT TO AN-SUB
             END-IF
         END-PERFORM
         IF AN-FOUND > 0
           MOVE "R" TO ANE-Status(AN-FOUND)
           MOVE RL-Run-Date TO ANE-Rcvd-Date(AN-FOUND)
           ADD 1 TO AR-MATCHED
           PERFORM REMEMBER-TOUCHED-ASN
         ELSE
           MOVE "ASN GONE" TO RU-Disp
           PERFORM REPORT-UNEXPECTED-RECEIPT
         END-IF
       ELSE
         IF RL-Disp = "H"
           MOVE "HELD" TO RU-Disp
         ELSE
           MOVE "FLAGGED" TO RU-Disp
         END-IF
         PERFORM REPORT-UNEXPECTED-RECEIPT
       END-IF.

       REMEMBER-TOUCHED-ASN.
       MOVE "N" TO TOUCHED-FOUND
       PERFORM VARYING TOUCHED-SUB FROM 1 BY 1
           UNTIL TOUCHED-SUB > TOUCHED-COUNT
           IF TOUCHED-ASN(TOUCHED-SUB) = RL-Asn-ID
             MOVE "Y" TO TOUCHED-FOUND
             MOVE TOUCHED-COUNT TO TOUCHED-SUB
           END-IF
       END-PERFORM
       IF TOUCHED-FOUND = "N"
         ADD 1 TO TOUCHED-COUNT
         MOVE RL-Asn-ID TO TOUCHED-ASN(TOUCHED-COUNT)
       END-IF.

       REPORT-UNEXPECTED-RECEIPT.
       ADD 1 TO AR-UNEXPECTED
       MOVE RL-Crate-ID TO RU-Crate
       MOVE RL-Yard TO RU-Yard
       MOVE RL-Stack TO RU-Stack
       MOVE RL-Shift TO RU-Shift
       MOVE RL-Oper TO RU-Oper
       MOVE RL-TS TO RU-TS
       WRITE Variance-Report-Record FROM RPT-UNEXPECTED-LINE.

       REPORT-OVERDUE-LINE.
       ADD 1 TO AR-OVERDUE
       MOVE ANE-Asn-ID(AN-SUB) TO RO-Asn
       MOVE ANE-Carrier(AN-SUB) TO RO-Carrier
       MOVE ANE-Crate-ID(AN-SUB) TO RO-Crate
       MOVE ANE-Owner(AN-SUB) TO RO-Owner
       MOVE ANE-Due-Date(AN-SUB) TO RO-Due
       MOVE 0 TO AR-DAYS-LATE
       IF ANE-Due-Date(AN-SUB) IS NUMERIC
           AND ANE-Due-Date(AN-SUB) > 0
         COMPUTE AR-DUE-INT
           = FUNCTION INTEGER-OF-DATE(ANE-Due-Date(AN-SUB))
         COMPUTE AR-DAYS-LATE = AR-TODAY-INT - AR-DUE-INT
       END-IF
       MOVE AR-DAYS-LATE TO RO-Late
       WRITE Variance-Report-Record FROM RPT-OVERDUE-LINE.

      * CLOSED IN FULL = NO OPEN LINE LEFT ON THE ASN. EVERY LINE OF
      * IT IS MARKED SO THE NEW FILE DROPS THE WHOLE NOTICE.
       CHECK-ASN-CLOSED.
       MOVE 0 TO AR-OPEN-LEFT
       MOVE 0 TO AR-LINES-ON-ASN
       MOVE 0 TO AN-FOUND
       PERFORM VARYING AN-SUB FROM 1 BY 1 UNTIL AN-SUB > AN-COUNT
           IF ANE-Asn-ID(AN-SUB) = TOUCHED-ASN(TOUCHED-SUB)
             ADD 1 TO AR-LINES-ON-ASN
             MOVE AN-SUB TO AN-FOUND
             IF ANE-Status(AN-SUB) = "O"
               ADD 1 TO AR-OPEN-LEFT
             END-IF
           END-IF
       END-PERFORM
       IF AR-OPEN-LEFT = 0 AND AN-FOUND > 0
         ADD 1 TO AR-CLOSED
         MOVE ANE-Asn-ID(AN-FOUND) TO RC-Asn
         MOVE ANE-Carrier(AN-FOUND) TO RC-Carrier
         MOVE ANE-Owner(AN-FOUND) TO RC-Owner
         MOVE AR-LINES-ON-ASN TO RC-Lines
         WRITE Variance-Report-Record FROM RPT-CLOSED-LINE
         PERFORM VARYING AN-SUB FROM 1 BY 1 UNTIL AN-SUB > AN-COUNT
             IF ANE-Asn-ID(AN-SUB) = TOUCHED-ASN(TOUCHED-SUB)
               MOVE "Y" TO ANE-Closed(AN-SUB)
             END-IF
         END-PERFORM
       END-IF.

       WRITE-NEW-ASN.
       OPEN OUTPUT NewAsnFile
       PERFORM VARYING AN-SUB FROM 1 BY 1 UNTIL AN-SUB > AN-COUNT
           IF ANE-Closed(AN-SUB) = "N"
             MOVE ANE-Asn-ID(AN-SUB) TO NA-Asn-ID
             MOVE ANE-Carrier(AN-SUB) TO NA-Carrier
             MOVE ANE-Crate-ID(AN-SUB) TO NA-Crate-ID
             MOVE ANE-Owner(AN-SUB) TO NA-Owner
             MOVE ANE-Yard(AN-SUB) TO NA-Yard
             MOVE ANE-Due-Date(AN-SUB) TO NA-Due-Date
             MOVE ANE-Status(AN-SUB) TO NA-Status
             MOVE ANE-Rcvd-Date(AN-SUB) TO NA-Rcvd-Date
             WRITE New-Asn-Record
             ADD 1 TO AR-WRITTEN
           END-IF
       END-PERFORM
       CLOSE NewAsnFile.
