       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASNMAINT.
      * ADVANCE SHIPPING NOTICE MAINTENANCE. CARRIERS TELL US AHEAD OF
      * TIME WHICH CRATES ARE COMING -- CARRIER, THE CRATE IDS, THE
      * OWNER AND THE EXPECTED ARRIVAL DATE -- AND UNTIL NOW THAT
      * PAPERWORK WENT IN A DRAWER WHILE THE CRANE RECEIVED WHATEVER
      * THE TERMINAL KEYED. THIS STEP LOADS THE NOTICES INTO THE ASN
      * FILE THE CRANE MATCHES EVERY recv AGAINST, FROM A TRANSACTION
      * FILE OF ADD/CAN RECORDS, EACH VALIDATED BEFORE APPLICATION:
      *   - ACTION MUST BE ADD OR CAN, WITH AN ASN ID
      *   - ADD NEEDS A CARRIER, A CRATE ID AND A VALID YYYYMMDD
      *     EXPECTED ARRIVAL DATE
      *   - ADD OF A CRATE ALREADY OPEN ON ANY ASN IS REJECTED -- ONE
      *     DELIVERY CANNOT BE EXPECTED TWICE
      *   - CAN WITH A CRATE ID CANCELS THAT ONE OPEN LINE; CAN WITH
      *     NO CRATE ID CANCELS EVERY OPEN LINE OF THE ASN. A CAN THAT
      *     FINDS NOTHING OPEN IS REJECTED
      * THE UPDATED ASN FILE IS WRITTEN AS A NEW OUTPUT DATASET, LIKE
      * CMMAINT.cbl DOES FOR THE CRATE MASTER, WITH AN UPDATE REPORT
      * SHOWING EVERY TRANSACTION'S DISPOSITION. RC 0 = ALL APPLIED,
      * RC 4 = SOMETHING REJECTED (THE REST STILL APPLIED), RC 8 =
      * STRUCTURAL FAILURE, NO FILE WRITTEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
         SELECT AsnFile ASSIGN TO DYNAMIC AM-ASN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AM-ASN-STATUS.
         SELECT AsnTrans ASSIGN TO DYNAMIC AM-TRANS-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AM-TRANS-STATUS.
         SELECT NewAsnFile ASSIGN TO DYNAMIC AM-NEWASN-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
         SELECT UpdateReport ASSIGN TO DYNAMIC AM-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * ONE RECORD PER EXPECTED CRATE. AN-Status IS 'O' WHILE THE
      * CRATE IS STILL EXPECTED AND 'R' ONCE THE CRANE HAS RECEIVED IT
      * AGAINST THE NOTICE (SET BY ASNRECON.cbl, WITH THE DATE).
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
      * ONE TRANSACTION PER RECORD. THE DATE ARRIVES AS TEXT SO A
      * NON-NUMERIC KEYING MISTAKE IS A REJECT, NOT AN ABEND.
       FD AsnTrans.
       01 Asn-Trans-Record.
         02 TX-Action PIC X(3).
         02 TX-Asn-ID PIC X(8).
         02 TX-Carrier PIC X(8).
         02 TX-Crate-ID PIC X(8).
         02 TX-Owner PIC X(8).
         02 TX-Yard PIC X(8).
         02 TX-Due-Date PIC X(8).
         02 TX-Due-Date-X REDEFINES TX-Due-Date.
           03 TX-Due-YYYY PIC X(4).
           03 TX-Due-MM PIC XX.
           03 TX-Due-DD PIC XX.
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
       FD UpdateReport.
       01 Update-Report-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01 AM-ASN-NAME PIC X(40) VALUE "asn_master".
       01 AM-TRANS-NAME PIC X(40) VALUE "asn_trans".
       01 AM-NEWASN-NAME PIC X(40) VALUE "asn_master_new".
       01 AM-REPORT-NAME PIC X(40) VALUE "asn_report".
       01 AM-ASN-STATUS PIC XX.
       01 AM-TRANS-STATUS PIC XX.
       01 AM-EOF PIC X VALUE "N".
      *THE WHOLE ASN FILE IN CORE, CANCELLED LINES FLAGGED RATHER THAN
      *SQUEEZED OUT SO THE TABLE NEVER SHUFFLES MID-RUN. 2000 IS THE
      *CRANE'S OWN COMPILED ASN CEILING.
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
           03 ANE-Deleted PIC X.
       01 AM-CANCELLED PIC 9(6) VALUE 0.
       01 AM-TRANS-READ PIC 9(6) VALUE 0.
       01 AM-APPLIED PIC 9(6) VALUE 0.
       01 AM-REJECTED PIC 9(6) VALUE 0.
       01 AM-WRITTEN PIC 9(6) VALUE 0.
       01 AM-REJECT-REASON PIC X(30).
       01 AM-DUE-YEAR PIC 9(4).
       01 AM-DUE-MONTH PIC 99.
       01 AM-DUE-DAY PIC 99.
       01 AM-MONTH-LIMIT PIC 99.
       01 AM-MONTH-DAYS-VALUES PIC X(24)
           VALUE "312831303130313130313031".
       01 AM-MONTH-DAYS-TABLE REDEFINES AM-MONTH-DAYS-VALUES.
         02 AM-MONTH-DAYS PIC 99 OCCURS 12 TIMES.
      *REPORT LINE LAYOUT: ONE LINE PER TRANSACTION, DISPOSITION
      *FIRST SO THE REJECTS JUMP OUT OF A COLUMN SCAN.
       01 RPT-TRANS-LINE.
         02 RT-Disp PIC X(9).
         02 RT-Action PIC X(3).
         02 FILLER PIC X VALUE SPACE.
         02 RT-Asn PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 RT-Carrier PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 RT-Crate PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 RT-Due PIC X(8).
         02 FILLER PIC XX VALUE SPACES.
         02 RT-Reason PIC X(30).
       01 RPT-TEXT-LINE PIC X(80).

       PROCEDURE DIVISION.
       BEGIN.
       ACCEPT AM-ASN-NAME FROM ENVIRONMENT "DD_ASN"
       IF AM-ASN-NAME = SPACES
         MOVE "asn_master" TO AM-ASN-NAME
       END-IF
       ACCEPT AM-TRANS-NAME FROM ENVIRONMENT "DD_ASN_TRANS"
       IF AM-TRANS-NAME = SPACES
         MOVE "asn_trans" TO AM-TRANS-NAME
       END-IF
       ACCEPT AM-NEWASN-NAME FROM ENVIRONMENT "DD_ASN_NEW"
       IF AM-NEWASN-NAME = SPACES
         MOVE "asn_master_new" TO AM-NEWASN-NAME
       END-IF
       ACCEPT AM-REPORT-NAME FROM ENVIRONMENT "DD_ASN_REPORT"
       IF AM-REPORT-NAME = SPACES
         MOVE "asn_report" TO AM-REPORT-NAME
       END-IF
       PERFORM LOAD-OLD-ASN
       OPEN OUTPUT UpdateReport
       MOVE "===== ASN FILE UPDATE REPORT =====" TO RPT-TEXT-LINE
       WRITE Update-Report-Record FROM RPT-TEXT-LINE
       PERFORM APPLY-TRANSACTIONS
       PERFORM WRITE-NEW-ASN
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "TRANSACTIONS=" DELIMITED BY SIZE
           AM-TRANS-READ DELIMITED BY SIZE
           " APPLIED=" DELIMITED BY SIZE
           AM-APPLIED DELIMITED BY SIZE
           " REJECTED=" DELIMITED BY SIZE
           AM-REJECTED DELIMITED BY SIZE
           " ASN LINES OUT=" DELIMITED BY SIZE
           AM-WRITTEN DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Update-Report-Record FROM RPT-TEXT-LINE
       CLOSE UpdateReport
       DISPLAY "ASNMAINT: " AM-TRANS-READ " TRANSACTIONS, "
           AM-APPLIED " APPLIED, " AM-REJECTED " REJECTED, "
           AM-WRITTEN " LINES ON NEW ASN FILE"
       IF AM-REJECTED > 0
         MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

      * A MISSING OLD ASN FILE IS A LEGITIMATE FIRST RUN -- THE NEW
      * FILE IS BUILT FROM THE ADDs ALONE.
       LOAD-OLD-ASN.
       MOVE 0 TO AN-COUNT
       MOVE "N" TO AM-EOF
       OPEN INPUT AsnFile
       IF AM-ASN-STATUS NOT = "00"
         DISPLAY "OLD ASN FILE NOT PRESENT, STATUS " AM-ASN-STATUS
             " - BUILDING FROM TRANSACTIONS ALONE"
         MOVE "Y" TO AM-EOF
       END-IF
       PERFORM UNTIL AM-EOF = "Y"
           READ AsnFile
             AT END MOVE "Y" TO AM-EOF
           END-READ
           IF AM-EOF NOT = "Y"
             IF AN-COUNT >= 2000
               DISPLAY "OLD ASN FILE EXCEEDS COMPILED TABLE CEILING "
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
             MOVE "N" TO ANE-Deleted(AN-COUNT)
           END-IF
       END-PERFORM
       IF AM-ASN-STATUS = "00" OR AM-ASN-STATUS = "10"
         CLOSE AsnFile
       END-IF.

       APPLY-TRANSACTIONS.
       MOVE "N" TO AM-EOF
       OPEN INPUT AsnTrans
       IF AM-TRANS-STATUS NOT = "00"
         DISPLAY "TRANSACTION FILE UNAVAILABLE, STATUS "
             AM-TRANS-STATUS
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       PERFORM UNTIL AM-EOF = "Y"
           READ AsnTrans
             AT END MOVE "Y" TO AM-EOF
           END-READ
           IF AM-EOF NOT = "Y"
             ADD 1 TO AM-TRANS-READ
             PERFORM APPLY-ONE-TRANSACTION
           END-IF
       END-PERFORM
       CLOSE AsnTrans.

       APPLY-ONE-TRANSACTION.
       MOVE SPACES TO AM-REJECT-REASON
       IF TX-Action NOT = "ADD" AND TX-Action NOT = "CAN"
         MOVE "UNKNOWN ACTION" TO AM-REJECT-REASON
       ELSE
         IF TX-Asn-ID = SPACES
           MOVE "ASN ID MISSING" TO AM-REJECT-REASON
         END-IF
       END-IF
       IF TX-Action = "ADD" AND AM-REJECT-REASON = SPACES
         IF TX-Carrier = SPACES
           MOVE "CARRIER MISSING" TO AM-REJECT-REASON
         ELSE
           IF TX-Crate-ID = SPACES
             MOVE "CRATE ID MISSING" TO AM-REJECT-REASON
           ELSE
             PERFORM CHECK-DUE-DATE
             IF AM-REJECT-REASON = SPACES
               PERFORM FIND-OPEN-CRATE
               IF AN-FOUND > 0
                 MOVE "CRATE ALREADY ON AN OPEN ASN" TO
                     AM-REJECT-REASON
               END-IF
             END-IF
           END-IF
         END-IF
       END-IF
       IF AM-REJECT-REASON NOT = SPACES
         ADD 1 TO AM-REJECTED
         MOVE "REJECTED " TO RT-Disp
         PERFORM WRITE-TRANS-LINE
       ELSE
         IF TX-Action = "ADD"
           IF AN-COUNT >= 2000
             MOVE "ASN TABLE FULL" TO AM-REJECT-REASON
             ADD 1 TO AM-REJECTED
             MOVE "REJECTED " TO RT-Disp
             PERFORM WRITE-TRANS-LINE
           ELSE
             ADD 1 TO AN-COUNT
             MOVE TX-Asn-ID TO ANE-Asn-ID(AN-COUNT)
             MOVE TX-Carrier TO ANE-Carrier(AN-COUNT)
             MOVE TX-Crate-ID TO ANE-Crate-ID(AN-COUNT)
             MOVE TX-Owner TO ANE-Owner(AN-COUNT)
             MOVE TX-Yard TO ANE-Yard(AN-COUNT)
             MOVE TX-Due-Date TO ANE-Due-Date(AN-COUNT)
             MOVE "O" TO ANE-Status(AN-COUNT)
             MOVE 0 TO ANE-Rcvd-Date(AN-COUNT)
             MOVE "N" TO ANE-Deleted(AN-COUNT)
             ADD 1 TO AM-APPLIED
             MOVE "APPLIED  " TO RT-Disp
             PERFORM WRITE-TRANS-LINE
           END-IF
         ELSE
           PERFORM CANCEL-ASN-LINES
           IF AM-CANCELLED = 0
             MOVE "NO OPEN ASN LINE TO CANCEL" TO AM-REJECT-REASON
             ADD 1 TO AM-REJECTED
             MOVE "REJECTED " TO RT-Disp
           ELSE
             ADD 1 TO AM-APPLIED
             MOVE "APPLIED  " TO RT-Disp
           END-IF
           PERFORM WRITE-TRANS-LINE
         END-IF
       END-IF.

      * A PLAUSIBLE CALENDAR DATE, NOT JUST DIGITS -- 20260231 PASSES
      * A NUMERIC TEST AND WOULD NEVER COME DUE.
       CHECK-DUE-DATE.
       IF TX-Due-Date IS NOT NUMERIC
         MOVE "ARRIVAL DATE NOT NUMERIC" TO AM-REJECT-REASON
       ELSE
         IF TX-Due-MM < "01" OR TX-Due-MM > "12"
             OR TX-Due-DD < "01" OR TX-Due-DD > "31"
             OR TX-Due-YYYY < "1601"
           MOVE "ARRIVAL DATE INVALID" TO AM-REJECT-REASON
         ELSE
           MOVE TX-Due-YYYY TO AM-DUE-YEAR
           MOVE TX-Due-MM TO AM-DUE-MONTH
           MOVE TX-Due-DD TO AM-DUE-DAY
           MOVE AM-MONTH-DAYS(AM-DUE-MONTH) TO AM-MONTH-LIMIT
           IF AM-DUE-MONTH = 2
               AND FUNCTION MOD(AM-DUE-YEAR, 4) = 0
               AND (FUNCTION MOD(AM-DUE-YEAR, 100) NOT = 0
                 OR FUNCTION MOD(AM-DUE-YEAR, 400) = 0)
             MOVE 29 TO AM-MONTH-LIMIT
           END-IF
           IF AM-DUE-DAY > AM-MONTH-LIMIT
             MOVE "ARRIVAL DATE INVALID" TO AM-REJECT-REASON
           END-IF
         END-IF
       END-IF.

      * AN OPEN LINE FOR THE SAME CRATE ON ANY ASN, ANY CARRIER.
       FIND-OPEN-CRATE.
       MOVE 0 TO AN-FOUND
       PERFORM VARYING AN-SUB FROM 1 BY 1 UNTIL AN-SUB > AN-COUNT
           IF ANE-Crate-ID(AN-SUB) = TX-Crate-ID
               AND ANE-Status(AN-SUB) = "O"
               AND ANE-Deleted(AN-SUB) = "N"
             MOVE AN-SUB TO AN-FOUND
             MOVE AN-COUNT TO AN-SUB
           END-IF
       END-PERFORM.

      * RECEIVED LINES ARE HISTORY, NOT EXPECTATIONS -- ONLY OPEN
      * LINES CAN BE CANCELLED.
       CANCEL-ASN-LINES.
       MOVE 0 TO AM-CANCELLED
       PERFORM VARYING AN-SUB FROM 1 BY 1 UNTIL AN-SUB > AN-COUNT
           IF ANE-Asn-ID(AN-SUB) = TX-Asn-ID
               AND ANE-Status(AN-SUB) = "O"
               AND ANE-Deleted(AN-SUB) = "N"
               AND (TX-Crate-ID = SPACES
                 OR ANE-Crate-ID(AN-SUB) = TX-Crate-ID)
             MOVE "Y" TO ANE-Deleted(AN-SUB)
             ADD 1 TO AM-CANCELLED
           END-IF
       END-PERFORM.

       WRITE-TRANS-LINE.
       MOVE TX-Action TO RT-Action
       MOVE TX-Asn-ID TO RT-Asn
       MOVE TX-Carrier TO RT-Carrier
       MOVE TX-Crate-ID TO RT-Crate
       MOVE TX-Due-Date TO RT-Due
       MOVE AM-REJECT-REASON TO RT-Reason
       WRITE Update-Report-Record FROM RPT-TRANS-LINE.

       WRITE-NEW-ASN.
       OPEN OUTPUT NewAsnFile
       PERFORM VARYING AN-SUB FROM 1 BY 1 UNTIL AN-SUB > AN-COUNT
           IF ANE-Deleted(AN-SUB) = "N"
             MOVE ANE-Asn-ID(AN-SUB) TO NA-Asn-ID
             MOVE ANE-Carrier(AN-SUB) TO NA-Carrier
             MOVE ANE-Crate-ID(AN-SUB) TO NA-Crate-ID
             MOVE ANE-Owner(AN-SUB) TO NA-Owner
             MOVE ANE-Yard(AN-SUB) TO NA-Yard
             MOVE ANE-Due-Date(AN-SUB) TO NA-Due-Date
             MOVE ANE-Status(AN-SUB) TO NA-Status
             MOVE ANE-Rcvd-Date(AN-SUB) TO NA-Rcvd-Date
             WRITE New-Asn-Record
             ADD 1 TO AM-WRITTEN
           END-IF
       END-PERFORM
       CLOSE NewAsnFile.
