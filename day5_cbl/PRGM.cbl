      * GNUCOBOL USE THE FIELD'S RUNTIME VALUE AS THE ACTUAL PATH.
         SELECT DataFile ASSIGN TO DYNAMIC WH-DATA-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
      * TOMORROW'S DataFile, DRAWN STRAIGHT FROM THE END-OF-JOB STACKS
      * IN THE SAME HEADER / LIMITS / BRACKETED-DRAWING FORM THE PARSE
      * BELOW READS. IT REPLACES THE MORNING'S HAND-REDRAWN DRAWING,
      * WHICH WAS THE ONE CRANE INPUT NOTHING EVER CHECKED.
         SELECT NextDataFile ASSIGN TO DYNAMIC WH-DATANEXT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
         SELECT ActionFile ASSIGN TO DYNAMIC WH-ACTION-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACTION-STATUS.
         SELECT AuditLog ASSIGN TO DYNAMIC WH-AUDIT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
         SELECT ExceptionsReport ASSIGN TO DYNAMIC WH-EXCEPTIONS-NAME
         SELECT CrateMaster ASSIGN TO DYNAMIC WH-CRATEMASTER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CRATE-MASTER-STATUS.
      * THE CARRIERS' ADVANCE SHIPPING NOTICES, MAINTAINED BY
      * ASNMAINT.cbl: ONE RECORD PER EXPECTED CRATE. OPTIONAL LIKE THE
      * CRATE MASTER -- WITHOUT IT recv IS NOT MATCHED AT ALL, EXACTLY
      * AS BEFORE THE NOTICES WERE KEPT.
         SELECT AsnFile ASSIGN TO DYNAMIC WH-ASN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASN-STATUS.
      * ONE RECORD PER recv SCREENED AGAINST THE NOTICES: MATCHED TO
      * AN ASN, FLAGGED AS UNEXPECTED BUT RECEIVED, OR HELD OFF THE
      * STACKS. THE RECEIVING VARIANCE STEP (ASNRECON.cbl) READS IT.
         SELECT ReceiptLog ASSIGN TO DYNAMIC WH-RECEIPT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECEIPT-STATUS.
      * THE CRATE HOLD REGISTER (CUSTOMS, DAMAGE CLAIM, QA),
      * MAINTAINED BY HOLDMNT.cbl. A HELD CRATE MAY BE DUG AROUND BY
      * move BUT MUST NOT LEAVE ON A load OR AN xfer. OPTIONAL LIKE
      * THE CRATE MASTER -- WITHOUT IT NOTHING IS SCREENED FOR HOLDS.
         SELECT HoldFile ASSIGN TO DYNAMIC WH-HOLD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLD-STATUS.
      * THE OPERATOR MASTER (STATUS, YARD CLEARANCES, HAZMAT AND
      * CrateMover 9001 CERTIFICATIONS), MAINTAINED BY OPERMNT.cbl.
      * EVERY STAMPED COMMAND'S CMD-OPER IS SCREENED AGAINST IT.
      * OPTIONAL LIKE THE CRATE MASTER -- WITHOUT IT NO STAMP IS
      * CHECKED AT ALL.
         SELECT OperatorFile ASSIGN TO DYNAMIC WH-OPER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPER-STATUS.
      * THE VESSEL SCHEDULE (BERTH YARD, LOAD CUTOFF, SAILING, BOOKED
      * COUNT AND WEIGHT), MAINTAINED BY VSLMAINT.cbl. EVERY load IS
      * SCREENED AGAINST IT. OPTIONAL LIKE THE CRATE MASTER --
      * WITHOUT IT LC-Ship-ID IS TAKEN AS KEYED.
         SELECT VesselSchedule ASSIGN TO DYNAMIC WH-VESSEL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VESSEL-STATUS.
      * ONE STATUS RECORD PER YARD PASS, FOR THE SCHEDULER AND THE
      * ON-CALL PAGE TO KEY OFF WITHOUT PARSING SYSOUT. IT ALSO
      * CARRIES THE YARD'S CRANE LIFTS AND THE RUN DATE, WHICH THE
      * CRANE MAINTENANCE POSTING (CRNPMRPT.cbl) READS.
         SELECT YardStatus ASSIGN TO DYNAMIC WH-YARDSTAT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
         02 WHC-Data-Name PIC X(40).
         02 WHC-Action-Name PIC X(40).
       FD ActionFile.
      * THE COMMAND VERBS SHARE THE RECORD AREA, TOLD APART BY THE
      * FIVE-CHARACTER VERB FIELD: "move " CIRCULATES CRATES AMONG
      * STACKS, "recv " PUSHES A NAMED INBOUND CRATE ONTO A STACK,
      * "load " POPS CRATES OFF A STACK ONTO AN OUTBOUND SHIPMENT
      * MANIFEST, "xfer " STAGES CRATES FOR ANOTHER YARD, AND "adj  "
      * CORRECTS THE BOOK TO A PHYSICAL CYCLE COUNT. TRUCK DELIVERIES
      * AND SHIP LOADS USED TO BE FAKED BY HAND-EDITING THE NEXT
      * MORNING'S DataFile, WHICH IS EXACTLY THE KIND OF MANUAL STEP
      * THAT CAUSED RECONCILIATION MISMATCHES.
      * EVERY COMMAND, WHATEVER ITS VERB, CARRIES A TIMESTAMP AND A
      * SHIFT/OPERATOR STAMP AT FIXED COLUMNS 41-65, PAST THE LONGEST
      * VERB LAYOUT. THE SHIFT TERMINALS WRITE IT AND THE SHIFTMRG
         02 TC-Yard-ID PIC X(8).
         02 TC-STK PIC X(5).
         02 TC-DST PIC 99.
      * "adj  " IS AN INVENTORY ADJUSTMENT FROM A CYCLE COUNT (SEE
      * CYCLECNT.cbl), NOT A CRANE MOVEMENT: IT TAKES THE NAMED CRATE
      * OUT OF WHEREVER IT SITS IN THE SOURCE STACK AND SETS IT IN
      * AT THE GIVEN DEPTH (1 = BOTTOM) OF THE DESTINATION STACK,
      * CLOSING AND OPENING THE GAP. SOURCE 00 IS A CRATE THE COUNT
      * FOUND THAT THE BOOK NEVER HAD; DESTINATION 00 IS A CRATE THE
      * BOOK HAD THAT THE COUNT NEVER FOUND. COUNTERS USED TO FAKE
      * THESE WITH recv AND load, WHICH BILLED OWNERS AND SHOWED UP
      * AS THROUGHPUT FOR CRATES THAT NEVER CROSSED THE GATE.
       01 Adjust-Command.
         02 AC-Verb PIC X(5).
         02 AC-Crate-ID PIC X(8).
         02 AC-F PIC X(6).
         02 AC-SRC PIC 99.
         02 AC-T PIC X(4).
         02 AC-DST PIC 99.
         02 AC-D PIC X(4).
         02 AC-Depth PIC 999.
      * EVERY ActionFile IS BRACKETED BY BATCH CONTROL RECORDS: A
      * "*HDR " FIRST RECORD NAMING THE PROGRAM OR TERMINAL THAT
      * BUILT IT, AND A "*TRL " LAST RECORD CARRYING THE NUMBER OF
      * COMMANDS BETWEEN THEM AND A HASH TOTAL -- THE SUM OF THE
      * Command VIEW'S AMT, SRC AND DST COLUMNS (6-7, 14-15, 20-21)
      * OVER EVERY COMMAND, EACH COLUMN PAIR COUNTING ZERO WHERE IT
      * ISN'T NUMERIC. A TRUNCATED TRANSFER OR HALF-SPOOLED FILE
      * LOSES ITS TRAILER OR FALLS OUT OF BALANCE INSTEAD OF PASSING
      * FOR A QUIET NIGHT.
       01 Action-Header-Record.
         02 AH-Marker PIC X(5).
         02 AH-Source PIC X(8).
         02 AH-Created PIC X(14).
       01 Action-Trailer-Record.
         02 AT-Marker PIC X(5).
         02 AT-Count PIC 9(6).
         02 AT-Hash PIC 9(12).
       FD DataFile.
       01 Store.
         02 Str PIC X(440).
         02 DFL-Stack PIC 99.
         02 DFL-Weight-Limit PIC 9(7).
         02 DFL-Hazmat-OK PIC X.
       FD NextDataFile.
       01 Next-Data-Record PIC X(440).
      *AUDIT-RECORD MUST BE AT LEAST AS WIDE AS AUDIT-LINE (128 BYTES)
      *OR WRITE ... FROM SILENTLY TRUNCATES THE RIGHTMOST FIELDS --
      *WHICH USED TO EAT AL-ADST AND AL-AFTER-DST ENTIRELY.
           03 CK-Xfer-In PIC 9(6).
           03 CK-Xfer-Out PIC 9(6).
           03 CK-Rejects PIC 9(6).
           03 CK-Adj-In PIC 9(6).
           03 CK-Adj-Out PIC 9(6).
           03 CK-Lifts PIC 9(6).
      *THE TRANSFER TABLE RIDES IN THE CLUSTER TOO, AS A PAIR OF
      *COMPANION RECORDS UNDER KEYS ACTION-COUNT + 1 AND + 2 (NEVER
      *CHECKPOINT KEYS, WHICH ARE ALWAYS MULTIPLES OF
         02 CM-Weight PIC 9(5).
         02 CM-Hazard-Class PIC XX.
         02 CM-Owner PIC X(8).
      * AN-Status IS 'O' WHILE THE CRATE IS STILL EXPECTED AND 'R'
      * ONCE IT HAS BEEN RECEIVED AGAINST THE NOTICE. A BLANK YARD
      * MEANS THE CARRIER MAY DELIVER TO ANY YARD.
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
      * RL-Disp: 'M' MATCHED TO THE NAMED ASN, 'F' FLAGGED (NOT ON
      * ANY OPEN ASN, RECEIVED ANYWAY), 'H' HELD (NOT ON ANY OPEN
      * ASN, REJECTED UNDER THE HOLD OPTION).
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
      * HD-Status 'H' IS A STANDING HOLD; 'R' LINES ARE RELEASED
      * HISTORY AND ARE SKIPPED.
       FD HoldFile.
       01 Hold-Record.
         02 HD-Crate-ID PIC X(8).
         02 HD-Reason PIC X(4).
         02 HD-Placed-By PIC X(8).
         02 HD-Placed-Date PIC 9(8).
         02 HD-Status PIC X.
         02 HD-Released-By PIC X(8).
         02 HD-Released-Date PIC 9(8).
      * OP-Status 'A' IS ACTIVE, ANYTHING ELSE IS NOT. A "*" IN THE
      * FIRST YARD SLOT CLEARS THE OPERATOR FOR EVERY YARD.
       FD OperatorFile.
       01 Operator-Record.
         02 OP-Oper-ID PIC X(8).
         02 OP-Name PIC X(20).
         02 OP-Status PIC X.
         02 OP-Cert-Hazmat PIC X.
         02 OP-Cert-9001 PIC X.
         02 OP-Yards PIC X(40).
      * TIMESTAMPS ARE YYYYMMDDHHMMSS, THE SAME FORM AS CMD-TS, SO
      * THEY COMPARE DIRECTLY.
       FD VesselSchedule.
       01 Vessel-Record.
         02 VS-Ship-ID PIC X(8).
         02 VS-Berth-Yard PIC X(8).
         02 VS-Cutoff-TS PIC X(14).
         02 VS-Sail-TS PIC X(14).
         02 VS-Booked-Count PIC 9(6).
         02 VS-Booked-Weight PIC 9(9).
       FD YardStatus.
       01 Yard-Status-Record.
         02 YST-Yard PIC X(8).
         02 YST-Actions PIC 9(6).
         02 YST-Rejects PIC 9(6).
         02 YST-Reason PIC X(40).
         02 YST-Lifts PIC 9(6).
         02 YST-Run-Date PIC 9(8).
       WORKING-STORAGE SECTION.
      *MULTI-WAREHOUSE CONTROL. WHEN WarehouseControl OPENS CLEANLY IT
      *LISTS THE YARDS TO RUN IN THIS JOB EXECUTION, ONE PER RECORD,
      *ABSENT WE FALL BACK TO ONE PASS OVER THE DEFAULT NAMES BELOW,
      *SO EXISTING SINGLE-YARD JCL (DAY5JOB.jcl) IS UNCHANGED.
       01 WH-DATA-NAME PIC X(40) VALUE "data".
       01 WH-DATANEXT-NAME PIC X(40) VALUE "data_next".
       01 WH-ACTION-NAME PIC X(40) VALUE "action_cbl".
       01 ACTION-STATUS PIC XX.
       01 WH-AUDIT-NAME PIC X(40) VALUE "audit_log".
       01 WH-EXCEPTIONS-NAME PIC X(40) VALUE "exceptions".
       01 WH-CHECKPOINT-NAME PIC X(40) VALUE "checkpoint".
       01 WH-INVENTORY-NAME PIC X(40) VALUE "inventory".
       01 WH-CRATEMASTER-NAME PIC X(40) VALUE "crate_master".
       01 WH-YARDSTAT-NAME PIC X(40) VALUE "yard_status".
       01 WH-ASN-NAME PIC X(40) VALUE "asn_master".
       01 WH-RECEIPT-NAME PIC X(40) VALUE "asn_receipts".
       01 ASN-STATUS PIC XX.
       01 ASN-EOF PIC X VALUE "N".
       01 RECEIPT-STATUS PIC XX.
       01 RECEIPT-EOF PIC X VALUE "N".
       01 WH-HOLD-NAME PIC X(40) VALUE "hold_master".
       01 HOLD-STATUS PIC XX.
       01 HOLD-EOF PIC X VALUE "N".
       01 WH-OPER-NAME PIC X(40) VALUE "operator_master".
       01 OPER-STATUS PIC XX.
       01 OPER-EOF PIC X VALUE "N".
       01 WH-VESSEL-NAME PIC X(40) VALUE "vessel_schedule".
       01 VESSEL-STATUS PIC XX.
       01 VESSEL-EOF PIC X VALUE "N".
       01 CRATE-MASTER-STATUS PIC XX.
       01 CRATE-MASTER-EOF PIC X VALUE "N".
       01 RUN-DATE PIC 9(8) VALUE 0.
      *INPUT NO LONGER KILLS THE REMAINING YARDS: THE YARD IS MARKED
      *FAILED, ITS STATUS RECORD SAYS WHY, AND THE CONTROL LOOP GOES
      *ON. THE JOB ENDS WITH 0 = EVERY YARD CLEAN, 4 = COMMANDS WERE
      *REJECTED SOMEWHERE, 8 = A YARD WAS SKIPPED (OR RAN BUT COULD
      *NOT ROLL ITS DataFile FORWARD), 16 = NOTHING
      *PROCESSED AT ALL -- COARSE ENOUGH FOR A COND TEST, FINE
      *ENOUGH THAT THE PAGE SAYS WHICH KIND OF BAD NIGHT IT WAS.
      *PROGRESS TRACKING FOR THE RUN-STATUS RECORD. THE ActionFile IS
      *CHECKPOINT.
       77 PLAN-ONLY PIC X VALUE "N".
       77 PARM-V-TALLY PIC 99 VALUE 0.
      *RECEIVING OPTION, SELECTED BY AN 'H' ANYWHERE IN THE RUN PARM
      *(E.G. PARM='1,H'): A recv OF A CRATE ON NO OPEN ASN IS HELD --
      *REJECTED TO THE EXCEPTIONS REPORT AND LEFT OFF THE STACKS --
      *INSTEAD OF BEING RECEIVED AND FLAGGED FOR THE VARIANCE REPORT.
       77 ASN-HOLD-UNEXPECTED PIC X VALUE "N".
       77 PARM-H-TALLY PIC 99 VALUE 0.
      *NUM-OF-STACKS AND MAX-DEPTH ARE READ FROM THE DATAFILE HEADER
      *RECORD AT RUNTIME. THE 9(2)/9(3) CEILINGS BELOW ARE THE LARGEST
      *YARD LAYOUT THIS COMPILED TABLE CAN HOLD.
       01 CRATE-WIDTH PIC 99 VALUE 1.
       01 STRIDE PIC 999 VALUE 4.
       01 LAST-COL PIC 999 VALUE 0.
      *THE HEADER AND 'L' RECORDS ARE KEPT EXACTLY AS READ SO THE
      *ROLL-FORWARD CAN CARRY THEM INTO TOMORROW'S DataFile UNCHANGED.
      *ONE LIMIT RECORD PER STACK IS THE MOST A LAYOUT CAN MEAN; A
      *DataFile CARRYING MORE IS KEPT AS IS BY REFUSING THE ROLL-
      *FORWARD, NOT BY DROPPING THE SURPLUS.
       01 DF-HEADER-SAVE PIC X(440).
       01 DF-LIMIT-SAVE-COUNT PIC 99 VALUE 0.
       01 DF-LIMIT-OVERFLOW PIC X VALUE "N".
       01 DF-LIMIT-SAVE-TABLE.
         02 DF-LIMIT-SAVE-LINE OCCURS 40 TIMES PIC X(440).
      *ROLL-FORWARD CONTROL. ROLL-FORWARD-OK GOES TO "N" WHEN THE
      *YARD'S END STATE CANNOT BE DRAWN FAITHFULLY (RECONCILIATION
      *OUT OF BALANCE, A CRATE ID WIDER THAN THE YARD'S CRATE-WIDTH,
      *A STACK TALLER THAN THE HEADER'S MAX-DEPTH) -- NOTHING IS
      *WRITTEN THEN, AND YESTERDAY'S DataFile STAYS THE LIVE ONE.
       01 ROLL-FORWARD-OK PIC X VALUE "Y".
       01 ROLL-HEIGHT PIC 999 VALUE 0.
       01 ROLL-ROW PIC 999.
       01 ROLL-COL PIC 999.
       01 EOF PIC Z.
       01 TMP PIC 999.
       01 PARSER-FIELDS.
         02 TOTAL-CRATES-LOADED PIC 9(6) VALUE 0.
         02 TOTAL-CRATES-XFER-IN PIC 9(6) VALUE 0.
         02 TOTAL-CRATES-XFER-OUT PIC 9(6) VALUE 0.
      *CYCLE-COUNT ADJUSTMENTS BALANCE SEPARATELY FROM REAL TRAFFIC:
      *A CRATE THE COUNT FOUND COMES IN, ONE IT NEVER FOUND GOES OUT.
         02 TOTAL-CRATES-ADJ-IN PIC 9(6) VALUE 0.
         02 TOTAL-CRATES-ADJ-OUT PIC 9(6) VALUE 0.
         02 RECONCILE-EXPECTED PIC 9(6) VALUE 0.
      *CRANE LIFTS FOR THE YARD'S NIGHT, FOR THE CRANE EQUIPMENT
      *MASTER (CRNPMRPT.cbl). UNDER THE CrateMover 9000 EVERY CRATE
      *OF A move, load OR xfer IS ITS OWN LIFT; THE 9001 TAKES THE
      *WHOLE STACK SECTION IN ONE. A recv AND AN XFIN PLACEMENT ARE
      *ONE CRATE, ONE LIFT EITHER WAY. adj IS A BOOK CORRECTION AND
      *NEVER LIFTS ANYTHING.
       01 CRANE-LIFTS PIC 9(6) VALUE 0.
       01 LIFT-CRATES PIC 99.
      *ActionFile CONTROL TOTALS, RECOMPUTED OVER THE WHOLE FILE BEFORE
      *ITS FIRST COMMAND IS APPLIED AND HELD AGAINST ITS TRAILER.
       01 CTL-RECORDS PIC 9(6).
       01 CTL-COUNT PIC 9(6).
       01 CTL-HASH PIC 9(12).
       01 CTL-TRL-COUNT PIC 9(6).
       01 CTL-TRL-HASH PIC 9(12).
       01 CTL-HEADER-SEEN PIC X.
       01 CTL-TRAILER-SEEN PIC X.
       01 CTL-MISPLACED PIC X.
       01 AUDIT-FIELDS.
         02 AUDIT-BEFORE-SRC-TOP PIC X(8).
         02 AUDIT-BEFORE-DST-TOP PIC X(8).
         02 XIL-BEFORE-DST PIC X(8).
         02 XIL-ADST PIC X(12) VALUE "  DST-AFTER=".
         02 XIL-AFTER-DST PIC X(8).
      *AN adj GETS ITS OWN LINE. THE LEADING COLUMNS MATCH THE MOVE
      *LINE (AMT, " FROM  ", SOURCE, "  TO  ", DESTINATION) SO
      *DOWNSTREAM READERS PARSE BOTH THE SAME WAY; ZERO ON EITHER SIDE
      *IS THE BOOK GAINING OR LOSING THE CRATE. SRC-POS IS WHERE THE
      *CRATE STOOD IN THE SOURCE STACK, SO BACKOUT.cbl CAN PUT IT BACK.
       01 ADJUST-AUDIT-LINE.
         02 ADL-VERB PIC X(5) VALUE "ADJ  ".
         02 ADL-AMT PIC Z9.
         02 ADL-FROM PIC X(7) VALUE " FROM  ".
         02 ADL-SRC PIC Z9.
         02 ADL-TO PIC X(6) VALUE "  TO  ".
         02 ADL-DST PIC Z9.
         02 ADL-CRATE-TXT PIC X(8) VALUE "  CRATE=".
         02 ADL-CRATE PIC X(8).
         02 ADL-DEPTH-TXT PIC X(8) VALUE "  DEPTH=".
         02 ADL-DEPTH PIC ZZ9.
         02 ADL-BSRC PIC X(13) VALUE "  SRC-BEFORE=".
         02 ADL-BEFORE-SRC PIC X(8).
         02 ADL-BDST PIC X(13) VALUE "  DST-BEFORE=".
         02 ADL-BEFORE-DST PIC X(8).
         02 ADL-SHIFT-TXT PIC X(8) VALUE "  SHIFT=".
         02 ADL-SHIFT PIC X.
         02 ADL-OP-TXT PIC X(5) VALUE "  OP=".
         02 ADL-OPER PIC X(8).
         02 ADL-SPOS-TXT PIC X(10) VALUE "  SRC-POS=".
         02 ADL-SRC-POS PIC ZZ9.
       01 VALID-COMMAND PIC X VALUE "Y".
       01 EXCEPTION-LINE.
         02 EX-REASON PIC X(40).
           03 CME-Weight PIC 9(5).
           03 CME-Hazard PIC XX.
           03 CME-Owner PIC X(8).
      *IN-CORE COPY OF THE OPEN ASN LINES FOR THIS YARD (ITS OWN AND
      *THE ANY-YARD ONES). A LINE IS CLOSED IN CORE THE MOMENT A recv
      *MATCHES IT, SO A SECOND DELIVERY OF THE SAME CRATE IS NOT
      *MATCHED TWICE. THE CEILING FOLLOWS THE CRATE MASTER'S RULE: A
      *NOTICE FILE TOO BIG FOR THE TABLE FAILS THE YARD RATHER THAN
      *FLAG OR HOLD CRATES THAT WERE EXPECTED ALL ALONG.
       01 ASN-LOADED PIC X VALUE "N".
       01 ASN-COUNT PIC 9(6) VALUE 0.
       01 ASN-SUB PIC 9(6).
       01 ASN-FOUND PIC 9(6).
       01 ASN-TABLE.
         02 ASN-ENTRY OCCURS 2000 TIMES.
           03 AE-Asn-ID PIC X(8).
           03 AE-Crate-ID PIC X(8).
           03 AE-Open PIC X.
       01 ASN-MATCHED PIC 9(6) VALUE 0.
       01 ASN-FLAGGED PIC 9(6) VALUE 0.
       01 ASN-HELD PIC 9(6) VALUE 0.
      *RECEIPT-LOG RECORDS ARE BUFFERED-UNTIL-CONFIRMED LIKE THE
      *EXCEPTIONS: AT MOST ONE PER COMMAND, SO THE SAME 500 CEILING.
       01 RECEIPT-LINE.
         02 RLL-Run-Date PIC 9(8).
         02 RLL-Yard PIC X(8).
         02 RLL-Crate PIC X(8).
         02 RLL-Asn-ID PIC X(8).
         02 RLL-Disp PIC X.
         02 RLL-Stack PIC 99.
         02 RLL-Shift PIC X.
         02 RLL-Oper PIC X(8).
         02 RLL-TS PIC X(14).
       01 RECEIPT-BUFFER-COUNT PIC 9(6) VALUE 0.
       01 RECEIPT-BUFFER-TABLE.
         02 RECEIPT-BUFFER-LINE OCCURS 500 TIMES PIC X(58).
      *IN-CORE COPY OF THE STANDING HOLDS, ONE ENTRY PER CRATE AND
      *REASON. SAME CEILING RULE AS THE CRATE MASTER: A REGISTER TOO
      *BIG FOR THE TABLE WOULD LET ITS TAIL SAIL, SO THE YARD FAILS.
       01 HOLD-LOADED PIC X VALUE "N".
       01 HOLD-COUNT PIC 9(6) VALUE 0.
       01 HOLD-SUB PIC 9(6).
       01 HOLD-TABLE.
         02 HOLD-ENTRY OCCURS 2000 TIMES.
           03 HE-Crate-ID PIC X(8).
           03 HE-Reason PIC X(4).
      *THE HOLD SCREEN'S INPUT (STACK AND HOW MANY CRATES OFF ITS
      *TOP) AND ITS ANSWER: THE FIRST HELD CRATE FOUND AND WHY.
       01 HOLD-CHK-STACK PIC 99.
       01 HOLD-CHK-AMT PIC 99.
       01 HOLD-HIT-CRATE PIC X(8).
       01 HOLD-HIT-REASON PIC X(4).
       01 HOLD-REJECTS PIC 9(6) VALUE 0.
      *IN-CORE OPERATOR MASTER. OPER-HIT IS THE CURRENT COMMAND'S
      *OPERATOR ENTRY (0 = NOT SCREENED, OR NOT ON THE MASTER).
       01 OPER-LOADED PIC X VALUE "N".
       01 OPER-EVER-LOADED PIC X VALUE "N".
       01 OPER-COUNT PIC 9(6) VALUE 0.
       01 OPER-SUB PIC 9(6).
       01 OPER-HIT PIC 9(6) VALUE 0.
       01 OPER-YARD-SUB PIC 9.
       01 OPER-YARD-OK PIC X.
       01 OPER-TABLE.
         02 OPER-ENTRY OCCURS 500 TIMES.
           03 OE-Oper-ID PIC X(8).
           03 OE-Status PIC X.
           03 OE-Cert-Hazmat PIC X.
           03 OE-Cert-9001 PIC X.
           03 OE-Yard OCCURS 5 TIMES PIC X(8).
      *THE HAZMAT-CERT SCREEN'S INPUT (STACK AND HOW MANY CRATES OFF
      *ITS TOP) AND ITS ANSWER: THE FIRST HAZMAT CRATE FOUND.
       01 OPER-CHK-STACK PIC 99.
       01 OPER-CHK-AMT PIC 99.
       01 OPER-HIT-CRATE PIC X(8).
       01 OPER-REJECTS PIC 9(6) VALUE 0.
      *EVERY AUTHORIZATION REJECT OF THE RUN, ACROSS ALL YARDS, FOR
      *THE SECTION THE RUN ENDS WITH. THE COUNT KEEPS GOING PAST THE
      *TABLE CEILING; THE EXCEPTIONS REPORT HAS EVERY LINE REGARDLESS.
       01 AUTH-EXC-TOTAL PIC 9(6) VALUE 0.
       01 AUTH-EXC-COUNT PIC 9(6) VALUE 0.
       01 AUTH-EXC-SUB PIC 9(6).
       01 AUTH-EXC-YARD-TOTAL PIC 9(6) VALUE 0.
       01 AUTH-EXC-YARD-COUNT PIC 9(6) VALUE 0.
       01 AUTH-EXC-LINE.
         02 AX-Yard PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 AX-Oper PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 AX-Shift PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 AX-Verb PIC X(5).
         02 FILLER PIC X VALUE SPACE.
         02 AX-TS PIC X(14).
         02 FILLER PIC X VALUE SPACE.
         02 AX-Reason PIC X(40).
       01 AUTH-EXC-TABLE.
         02 AUTH-EXC-ENTRY OCCURS 500 TIMES PIC X(81).
      *IN-CORE VESSEL SCHEDULE. SAME CEILING RULE AS THE CRATE MASTER:
      *A SHIP LOST OFF THE END OF THE TABLE WOULD HAVE EVERY load
      *REJECTED AS UNSCHEDULED, SO THE YARD FAILS INSTEAD.
       01 VESSEL-LOADED PIC X VALUE "N".
       01 VESSEL-COUNT PIC 9(6) VALUE 0.
       01 VESSEL-SUB PIC 9(6).
       01 VESSEL-HIT PIC 9(6) VALUE 0.
       01 VESSEL-TABLE.
         02 VESSEL-ENTRY OCCURS 200 TIMES.
           03 VE-Ship-ID PIC X(8).
           03 VE-Berth-Yard PIC X(8).
           03 VE-Cutoff-TS PIC X(14).
       01 VESSEL-REJECTS PIC 9(6) VALUE 0.
      *PER-STACK SAFETY CONFIGURATION FROM THE DataFile 'L' RECORDS,
      *AND THE RUNNING WEIGHT OF EVERY STACK. WEIGHT-LIMIT 0 MEANS
      *UNLIMITED; HAZMAT-OK 'N' BARS HAZMAT CRATES FROM THE STACK.
       01 CHK-LIMIT PIC 999.
       01 CHK-HAZ-BLOCK PIC X.
       01 CHK-BOUNDARY-HAZ PIC XX.
      *SCRATCH FIELDS FOR ONE adj: WHERE THE CRATE SITS IN ITS SOURCE
      *STACK, AND THE DESTINATION'S HEIGHT ONCE IT IS OUT OF THE WAY.
       01 ADJ-FOUND-POS PIC 999.
       01 ADJ-DST-HEIGHT PIC 999.
      *PER-STACK THROUGHPUT TOTALS FOR THE END-OF-JOB VOLUME SUMMARY.
       01 STACK-VOLUME.
         02 STACK-ADDED OCCURS 40 TIMES PIC 9(6) VALUE 0.
         MOVE "Y" TO PLAN-ONLY
         DISPLAY "PLAN-VALIDATION MODE - PRODUCTION OUTPUTS UNTOUCHED"
       END-IF
       MOVE 0 TO PARM-H-TALLY
       INSPECT RUN-PARM TALLYING PARM-H-TALLY FOR ALL "H"
       IF PARM-H-TALLY > 0
         MOVE "Y" TO ASN-HOLD-UNEXPECTED
         DISPLAY "RECEIVING OPTION - RECEIPTS NOT ON AN OPEN ASN HELD"
       END-IF
      * ASSIGN TO DYNAMIC (NEEDED SO PROCESS-WAREHOUSE CAN REPOINT
      * THESE FILES AT A DIFFERENT YARD'S DATASETS) TAKES THE RUNTIME
      * CONTENT OF THE NAME AS THE PATH DIRECTLY -- IT DOES NOT DO THE
       IF WH-DATA-NAME = SPACES
         MOVE "data" TO WH-DATA-NAME
       END-IF
       ACCEPT WH-DATANEXT-NAME FROM ENVIRONMENT "DD_DATA_NEXT"
       IF WH-DATANEXT-NAME = SPACES
         MOVE "data_next" TO WH-DATANEXT-NAME
       END-IF
       ACCEPT WH-ACTION-NAME FROM ENVIRONMENT "DD_ACTION_CBL"
       IF WH-ACTION-NAME = SPACES
         MOVE "action_cbl" TO WH-ACTION-NAME
       IF WH-YARDSTAT-NAME = SPACES
         MOVE "yard_status" TO WH-YARDSTAT-NAME
       END-IF
       ACCEPT WH-ASN-NAME FROM ENVIRONMENT "DD_ASN"
       IF WH-ASN-NAME = SPACES
         MOVE "asn_master" TO WH-ASN-NAME
       END-IF
       ACCEPT WH-RECEIPT-NAME FROM ENVIRONMENT "DD_ASN_RECEIPTS"
       IF WH-RECEIPT-NAME = SPACES
         MOVE "asn_receipts" TO WH-RECEIPT-NAME
       END-IF
       ACCEPT WH-HOLD-NAME FROM ENVIRONMENT "DD_HOLD"
       IF WH-HOLD-NAME = SPACES
         MOVE "hold_master" TO WH-HOLD-NAME
       END-IF
       ACCEPT WH-OPER-NAME FROM ENVIRONMENT "DD_OPERATOR"
       IF WH-OPER-NAME = SPACES
         MOVE "operator_master" TO WH-OPER-NAME
       END-IF
       ACCEPT WH-VESSEL-NAME FROM ENVIRONMENT "DD_VESSEL"
       IF WH-VESSEL-NAME = SPACES
         MOVE "vessel_schedule" TO WH-VESSEL-NAME
       END-IF
       ACCEPT RUN-DATE FROM DATE YYYYMMDD
       IF PLAN-ONLY = "N"
         OPEN OUTPUT YardStatus
                 MOVE WHC-Yard-ID TO WH-YARD-ID
                 MOVE WHC-Data-Name TO WH-DATA-NAME
                 MOVE WHC-Action-Name TO WH-ACTION-NAME
                 MOVE SPACES TO WH-DATANEXT-NAME
                 STRING "data_next_" DELIMITED BY SIZE
                     WHC-Yard-ID DELIMITED BY SPACE
                     INTO WH-DATANEXT-NAME
                 MOVE SPACES TO WH-AUDIT-NAME
                 STRING "audit_log_" DELIMITED BY SIZE
                     WHC-Yard-ID DELIMITED BY SPACE
                 STRING "move_journal_" DELIMITED BY SIZE
                     WHC-Yard-ID DELIMITED BY SPACE
                     INTO WH-JOURNAL-NAME
                 MOVE SPACES TO WH-RECEIPT-NAME
                 STRING "asn_receipts_" DELIMITED BY SIZE
                     WHC-Yard-ID DELIMITED BY SPACE
                     INTO WH-RECEIPT-NAME
                 PERFORM PROCESS-WAREHOUSE
                     THRU PROCESS-WAREHOUSE-EXIT
               END-IF
       IF PROCESSED-YARDS = 0
         MOVE 16 TO RUN-RC
       END-IF
       PERFORM DISPLAY-AUTH-EXCEPTIONS
       MOVE RUN-RC TO RETURN-CODE
       STOP RUN.

       MOVE 0 TO TOTAL-CRATES-LOADED
       MOVE 0 TO TOTAL-CRATES-XFER-IN
       MOVE 0 TO TOTAL-CRATES-XFER-OUT
       MOVE 0 TO TOTAL-CRATES-ADJ-IN
       MOVE 0 TO TOTAL-CRATES-ADJ-OUT
       MOVE 0 TO CRANE-LIFTS
       MOVE 0 TO CURRENT-ACTION-NUM
       MOVE 0 TO RESUME-COUNT
       MOVE 0 TO AUDIT-BUFFER-COUNT
       MOVE 0 TO EXCEPTION-BUFFER-COUNT
       MOVE 0 TO MANIFEST-BUFFER-COUNT
       MOVE 0 TO JOURNAL-BUFFER-COUNT
       MOVE 0 TO RECEIPT-BUFFER-COUNT
       MOVE 0 TO ASN-MATCHED
       MOVE 0 TO ASN-FLAGGED
       MOVE 0 TO ASN-HELD
       MOVE 0 TO HOLD-REJECTS
       MOVE 0 TO OPER-REJECTS
       MOVE 0 TO VESSEL-REJECTS
       MOVE AUTH-EXC-TOTAL TO AUTH-EXC-YARD-TOTAL
       MOVE AUTH-EXC-COUNT TO AUTH-EXC-YARD-COUNT
       MOVE 0 TO MANIFEST-SEQ
       MOVE "N" TO CK-FOUND
       MOVE "Y" TO ROLL-FORWARD-OK
       MOVE 0 TO DF-LIMIT-SAVE-COUNT
       MOVE "N" TO DF-LIMIT-OVERFLOW
       MOVE XFER-TABLE TO XFER-CONFIRMED-TABLE
       MOVE XFER-TABLE-COUNT TO XFER-CONFIRMED-COUNT
       INITIALIZE STACK-VOLUME
       DISPLAY "===== PROCESSING WAREHOUSE: " WH-DATA-NAME " / "
           WH-ACTION-NAME " ====="
       PERFORM LOAD-CRATE-MASTER
       IF YARD-FAILED = "N"
         PERFORM LOAD-ASN-FILE
       END-IF
       IF YARD-FAILED = "N"
         PERFORM LOAD-HOLD-FILE
       END-IF
       IF YARD-FAILED = "N"
         PERFORM LOAD-OPERATOR-FILE
       END-IF
       IF YARD-FAILED = "N"
         PERFORM LOAD-VESSEL-FILE
       END-IF
       IF YARD-FAILED = "N"
         PERFORM VERIFY-ACTION-CONTROLS
       END-IF
      * ANY FATAL INPUT PROBLEM FROM HERE ON MARKS THIS ONE YARD
      * FAILED AND FALLS THROUGH TO THE FAILURE PARAGRAPH -- THE
      * CONTROL LOOP GOES ON TO THE NEXT WHC RECORD INSTEAD OF THE
         CLOSE DataFile
         GO TO PROCESS-WAREHOUSE-FAILED
       END-IF
       MOVE Str TO DF-HEADER-SAVE
       MOVE DFH-Num-Stacks TO NUM-OF-STACKS
       MOVE DFH-Max-Depth TO MAX-DEPTH
       MOVE DFH-Crate-Width TO CRATE-WIDTH
           END-READ
           IF EOF NOT = 1
             IF Str(1:1) = "L"
               IF DF-LIMIT-SAVE-COUNT < 40
                 ADD 1 TO DF-LIMIT-SAVE-COUNT
                 MOVE Str TO DF-LIMIT-SAVE-LINE(DF-LIMIT-SAVE-COUNT)
               ELSE
                 MOVE "Y" TO DF-LIMIT-OVERFLOW
               END-IF
               IF DFL-Stack < 1 OR DFL-Stack > MAX-STACKS-CEILING
                 DISPLAY "DATAFILE LIMIT RECORD FOR STACK OUT OF "
                     "RANGE IGNORED: " DFL-Stack
                 MOVE CK-Xfer-In TO TOTAL-CRATES-XFER-IN
                 MOVE CK-Xfer-Out TO TOTAL-CRATES-XFER-OUT
                 MOVE CK-Rejects TO TOTAL-REJECTS
                 MOVE CK-Adj-In TO TOTAL-CRATES-ADJ-IN
                 MOVE CK-Adj-Out TO TOTAL-CRATES-ADJ-OUT
                 MOVE CK-Lifts TO CRANE-LIFTS
               END-IF
           END-PERFORM
           IF CK-FOUND = "Y"
      * RESEED THE CONFIRMED COPY FROM IT.
             MOVE XFER-TABLE TO XFER-CONFIRMED-TABLE
             MOVE XFER-TABLE-COUNT TO XFER-CONFIRMED-COUNT
      * ASN LINES MATCHED BEFORE THE CHECKPOINT ARE ON THE RECEIPT LOG
      * THE ABENDED RUN ALREADY FLUSHED -- CLOSE THEM AGAIN IN CORE SO
      * A DUPLICATE DELIVERY AFTER THE RESTART IS NOT MATCHED TWICE.
             IF ASN-LOADED = "Y"
               PERFORM REPLAY-RECEIPT-LOG
             END-IF
      * THE RESTORE JUST REPLACED X-STORAGE WHOLESALE, SO THE RUNNING
      * STACK WEIGHTS ARE STALE -- REDERIVE THEM FROM THE RESTORED
      * CRATES RATHER THAN CHECKPOINTING A DERIVABLE TABLE.
           OPEN OUTPUT CheckpointFile
         END-IF
       END-IF
      * THE CONTROL-TOTAL PASS ALREADY COUNTED THE COMMANDS, SO THE
      * RUN-STATUS RECORD CAN PROJECT A FINISH TIME FROM IT.
       OPEN INPUT ActionFile
       IF PLAN-ONLY = "Y"
         OPEN OUTPUT ForecastReport
           OPEN EXTEND ExceptionsReport
           OPEN EXTEND ManifestWork
           OPEN EXTEND MovementJournal
           OPEN EXTEND ReceiptLog
         ELSE
           OPEN OUTPUT AuditLog
           OPEN OUTPUT ExceptionsReport
           OPEN OUTPUT ManifestWork
           OPEN OUTPUT MovementJournal
           OPEN OUTPUT ReceiptLog
         END-IF
       END-IF
       MOVE 0 TO EOF.
      * FAST-FORWARD PAST COMMANDS ALREADY APPLIED AS OF THE LAST
      * CHECKPOINT INSTEAD OF REPLAYING THEM.
       PERFORM UNTIL EOF = 1 OR CURRENT-ACTION-NUM >= RESUME-COUNT
           PERFORM READ-ACTION-COMMAND
           IF EOF NOT = 1
             ADD 1 TO CURRENT-ACTION-NUM
           END-IF
       END-PERFORM
       ACCEPT YARD-START-TIME FROM TIME
       PERFORM UNTIL EOF = 1
           PERFORM READ-ACTION-COMMAND
           IF EOF NOT = 1
             ADD 1 TO CURRENT-ACTION-NUM
             MOVE "Y" TO VALID-COMMAND
             MOVE SPACES TO EX-REASON
      * WHOEVER STAMPED THE COMMAND MUST BE ON THE OPERATOR MASTER,
      * ACTIVE, AND CLEARED FOR THIS YARD BEFORE ANY VERB IS LOOKED
      * AT. AN UNSTAMPED COMMAND IS A LEGACY FEED AND IS NOT SCREENED.
             MOVE 0 TO OPER-HIT
             IF OPER-LOADED = "Y" AND CMD-OPER NOT = SPACES
               PERFORM CHECK-OPERATOR-AUTH
             END-IF
      * DISPATCH ON THE FIVE-CHARACTER VERB. ANYTHING THAT ISN'T ONE
      * OF THE KNOWN VERBS IS REJECTED RATHER THAN BLINDLY
      * APPLIED AS A move WITH GARBAGE OPERANDS.
             IF VALID-COMMAND = "N"
               PERFORM REJECT-UNAUTHORIZED
             ELSE
             IF M = "recv "
               PERFORM APPLY-RECEIVE-COMMAND
             ELSE
                 ELSE
                 IF M = "move "
                   PERFORM APPLY-MOVE-COMMAND
                 ELSE
                 IF M = "adj  "
                   PERFORM APPLY-ADJUST-COMMAND
                 ELSE
                   MOVE "N" TO VALID-COMMAND
                   MOVE "UNKNOWN COMMAND VERB" TO EX-REASON
                   PERFORM RECORD-EXCEPTION
                 END-IF
                 END-IF
                 END-IF
               END-IF
             END-IF
             END-IF
             IF PLAN-ONLY = "N" AND
                 FUNCTION MOD(CURRENT-ACTION-NUM CHECKPOINT-INTERVAL)
                 = 0
                 MOVE TOTAL-CRATES-XFER-IN TO CK-Xfer-In
                 MOVE TOTAL-CRATES-XFER-OUT TO CK-Xfer-Out
                 MOVE TOTAL-REJECTS TO CK-Rejects
                 MOVE TOTAL-CRATES-ADJ-IN TO CK-Adj-In
                 MOVE TOTAL-CRATES-ADJ-OUT TO CK-Adj-Out
                 MOVE CRANE-LIFTS TO CK-Lifts
                 WRITE Checkpoint-Record
                   INVALID KEY
                     REWRITE Checkpoint-Record
                 CLOSE ExceptionsReport
                 CLOSE ManifestWork
                 CLOSE MovementJournal
                 CLOSE ReceiptLog
                 CLOSE CheckpointFile
                 GO TO PROCESS-WAREHOUSE-FAILED
               END-IF
               PERFORM FLUSH-EXCEPTION-BUFFER
               PERFORM FLUSH-MANIFEST-BUFFER
               PERFORM FLUSH-JOURNAL-BUFFER
               PERFORM FLUSH-RECEIPT-BUFFER
               PERFORM UPDATE-RUN-STATUS
      * THE BATCH STANDS: THE TABLE'S CONSUMPTIONS AND STAGINGS UP
      * TO HERE ARE CONFIRMED ALONGSIDE IT.
         PERFORM FLUSH-EXCEPTION-BUFFER
         PERFORM FLUSH-MANIFEST-BUFFER
         PERFORM FLUSH-JOURNAL-BUFFER
         PERFORM FLUSH-RECEIPT-BUFFER
         CLOSE AuditLog
         CLOSE ExceptionsReport
         CLOSE ManifestWork
         CLOSE MovementJournal
         CLOSE ReceiptLog
         CLOSE CheckpointFile
      * A CLEAN FINISH MEANS THE CHECKPOINT MUST NOT SURVIVE TO POISON
      * TOMORROW'S JOB (IT WOULD RESTORE STALE X-STORAGE AND FAST-
               " REMOVED " STACK-REMOVED(X-SUB)
       END-PERFORM
       DISPLAY "===== END VOLUME SUMMARY ====="
       IF ASN-LOADED = "Y"
         DISPLAY "ASN RECEIPTS: MATCHED " ASN-MATCHED
             " FLAGGED " ASN-FLAGGED " HELD " ASN-HELD
       END-IF
       IF HOLD-LOADED = "Y"
         DISPLAY "HOLD SCREEN: " HOLD-REJECTS
             " COMMAND(S) REJECTED FOR HELD CRATES"
       END-IF
       IF OPER-LOADED = "Y"
         DISPLAY "AUTHORIZATION SCREEN: " OPER-REJECTS
             " COMMAND(S) REJECTED"
       END-IF
       IF VESSEL-LOADED = "Y"
         DISPLAY "VESSEL SCREEN: " VESSEL-REJECTS
             " LOAD(S) REJECTED AGAINST THE SCHEDULE"
       END-IF
       DISPLAY "CRANE LIFTS: " CRANE-LIFTS
       MOVE 0 TO TOTAL-CRATES-IN-STACKS
       PERFORM VARYING X-SUB FROM 1 BY 1 UNTIL X-SUB > NUM-OF-STACKS
           ADD X-P(X-SUB) TO TOTAL-CRATES-IN-STACKS
       DISPLAY "CRATES LOADED OUTBOUND: " TOTAL-CRATES-LOADED
       DISPLAY "CRATES TRANSFERRED IN: " TOTAL-CRATES-XFER-IN
       DISPLAY "CRATES TRANSFERRED OUT: " TOTAL-CRATES-XFER-OUT
       DISPLAY "CRATES ADJUSTED IN: " TOTAL-CRATES-ADJ-IN
       DISPLAY "CRATES ADJUSTED OUT: " TOTAL-CRATES-ADJ-OUT
       DISPLAY "CRATES FOUND ACROSS ALL STACKS: " TOTAL-CRATES-IN-STACKS
       COMPUTE RECONCILE-EXPECTED = TOTAL-CRATES-READ
           + TOTAL-CRATES-RECEIVED - TOTAL-CRATES-LOADED
           + TOTAL-CRATES-XFER-IN - TOTAL-CRATES-XFER-OUT
           + TOTAL-CRATES-ADJ-IN - TOTAL-CRATES-ADJ-OUT
       IF RECONCILE-EXPECTED = TOTAL-CRATES-IN-STACKS
         DISPLAY "RECONCILIATION OK - NO CRATES LOST OR DUPLICATED"
       ELSE
         DISPLAY "RECONCILIATION MISMATCH - INVESTIGATE"
       END-IF
       DISPLAY "===== END RECONCILIATION ====="
      * TOMORROW'S DataFile IS ONLY EVER DRAWN FROM A BALANCED NIGHT.
      * AN OUT-OF-BALANCE YARD HAS LOST OR DUPLICATED A CRATE
      * SOMEWHERE, AND ROLLING THAT FORWARD WOULD MAKE THE ERROR THE
      * NEXT NIGHT'S STARTING TRUTH -- WRITE NOTHING, AND GRADE THE
      * YARD 8 SO THE PAGE GOES OUT AND THE PROMOTION STEP IS
      * BYPASSED, LEAVING YESTERDAY'S DataFile IN PLACE.
       IF PLAN-ONLY = "N"
         IF RECONCILE-EXPECTED = TOTAL-CRATES-IN-STACKS
           PERFORM WRITE-NEXT-DATAFILE
         ELSE
           DISPLAY "ROLL-FORWARD REFUSED - RECONCILIATION DID NOT "
               "BALANCE, NO DATAFILE WRITTEN"
           MOVE "RECON MISMATCH - DATAFILE NOT ROLLED" TO
               YARD-FAIL-REASON
           MOVE "N" TO ROLL-FORWARD-OK
         END-IF
       END-IF
       ADD 1 TO PROCESSED-YARDS
       IF ROLL-FORWARD-OK = "N"
         MOVE "NOROLL" TO YST-Status
         IF RUN-RC < 8
           MOVE 8 TO RUN-RC
         END-IF
       ELSE
         IF TOTAL-REJECTS > 0
           MOVE "REJECTS" TO YST-Status
           IF RUN-RC < 4
             MOVE 4 TO RUN-RC
           END-IF
         ELSE
           MOVE "OK" TO YST-Status
         END-IF
       END-IF
       PERFORM WRITE-YARD-STATUS
       GO TO PROCESS-WAREHOUSE-EXIT.
      * YARD THIS RUN WOULD CONSUME PHANTOM ENTRIES.
       MOVE XFER-CONFIRMED-TABLE TO XFER-TABLE
       MOVE XFER-CONFIRMED-COUNT TO XFER-TABLE-COUNT
      * ITS AUTHORIZATION REJECTS GO THE SAME WAY -- THE RERUN WILL
      * REJECT THEM AGAIN AND LIST THEM THEN.
       MOVE AUTH-EXC-YARD-TOTAL TO AUTH-EXC-TOTAL
       MOVE AUTH-EXC-YARD-COUNT TO AUTH-EXC-COUNT
       MOVE "FAILED" TO YST-Status
       IF RUN-RC < 8
         MOVE 8 TO RUN-RC
         MOVE CURRENT-ACTION-NUM TO YST-Actions
         MOVE TOTAL-REJECTS TO YST-Rejects
         MOVE YARD-FAIL-REASON TO YST-Reason
         MOVE CRANE-LIFTS TO YST-Lifts
         MOVE RUN-DATE TO YST-Run-Date
         WRITE Yard-Status-Record
       END-IF.

      * DRAW THE END-OF-JOB STACKS AS TOMORROW'S DataFile: THE HEADER
      * AND 'L' RECORDS EXACTLY AS TONIGHT'S FILE HAD THEM, THEN ONE
      * DRAWING ROW PER LEVEL FROM THE TALLEST STACK'S TOP DOWN TO THE
      * BOTTOM, EACH CRATE AS "[" + ITS ID AT CRATE-WIDTH + "] " IN
      * ITS STACK'S SLOT AND BLANKS WHERE A STACK IS SHORTER -- THE
      * LAYOUT PARSE-DRAWING-ROW READS BACK. NO STACK-NUMBER FOOTER
      * AND NO TRAILING BLANK LINE: THE PARSE TREATS EVERY NON-'L'
      * LINE AS A ROW, AND ITS DUPLICATE-LAST-ROW BACK-OUT COUNTS ON
      * THE BOTTOM ROW BEING THE LAST RECORD. ANYTHING THAT CANNOT BE
      * DRAWN SO IT PARSES BACK IDENTICALLY REFUSES THE WHOLE FILE.
       WRITE-NEXT-DATAFILE.
       MOVE 0 TO ROLL-HEIGHT
       IF DF-LIMIT-OVERFLOW = "Y"
         DISPLAY "ROLL-FORWARD REFUSED - MORE THAN 40 LIMIT RECORDS "
             "TO CARRY OVER"
         MOVE "LIMIT RECORDS EXCEED ROLL-FORWARD TABLE" TO
             YARD-FAIL-REASON
         MOVE "N" TO ROLL-FORWARD-OK
       END-IF
       PERFORM VARYING X-SUB FROM 1 BY 1 UNTIL X-SUB > NUM-OF-STACKS
           IF X-P(X-SUB) > ROLL-HEIGHT
             MOVE X-P(X-SUB) TO ROLL-HEIGHT
           END-IF
           PERFORM VARYING X-SUB2 FROM 1 BY 1 UNTIL X-SUB2 > X-P(X-SUB)
               IF X-CRATES(X-SUB, X-SUB2)(1:CRATE-WIDTH) = SPACES
                 DISPLAY "ROLL-FORWARD REFUSED - BLANK CRATE ID AT "
                     "STACK " X-SUB " POSITION " X-SUB2
                 MOVE "BLANK CRATE ID - DATAFILE NOT ROLLED" TO
                     YARD-FAIL-REASON
                 MOVE "N" TO ROLL-FORWARD-OK
               END-IF
               IF CRATE-WIDTH < MAX-CRATE-WIDTH-CEILING
                 IF X-CRATES(X-SUB, X-SUB2)(CRATE-WIDTH + 1:)
                     NOT = SPACES
                   DISPLAY "ROLL-FORWARD REFUSED - CRATE "
                       X-CRATES(X-SUB, X-SUB2)
                       " WIDER THAN THE YARD'S CRATE-WIDTH"
                   MOVE "CRATE ID WIDER THAN CRATE-WIDTH" TO
                       YARD-FAIL-REASON
                   MOVE "N" TO ROLL-FORWARD-OK
                 END-IF
               END-IF
           END-PERFORM
       END-PERFORM
       IF ROLL-HEIGHT > MAX-DEPTH
         DISPLAY "ROLL-FORWARD REFUSED - STACK HEIGHT " ROLL-HEIGHT
             " EXCEEDS HEADER MAX-DEPTH " MAX-DEPTH
         MOVE "STACK EXCEEDS MAX-DEPTH - NOT ROLLED" TO
             YARD-FAIL-REASON
         MOVE "N" TO ROLL-FORWARD-OK
       END-IF
       IF ROLL-FORWARD-OK = "Y"
         OPEN OUTPUT NextDataFile
         WRITE Next-Data-Record FROM DF-HEADER-SAVE
         PERFORM VARYING X-SUB FROM 1 BY 1
             UNTIL X-SUB > DF-LIMIT-SAVE-COUNT
             WRITE Next-Data-Record FROM DF-LIMIT-SAVE-LINE(X-SUB)
         END-PERFORM
         PERFORM VARYING ROLL-ROW FROM ROLL-HEIGHT BY -1
             UNTIL ROLL-ROW < 1
             MOVE SPACES TO Next-Data-Record
             PERFORM VARYING X-SUB FROM 1 BY 1
                 UNTIL X-SUB > NUM-OF-STACKS
                 IF X-P(X-SUB) >= ROLL-ROW
                   COMPUTE ROLL-COL = 1 + (X-SUB - 1) * STRIDE
                   MOVE "[" TO Next-Data-Record(ROLL-COL:1)
                   MOVE X-CRATES(X-SUB, ROLL-ROW)(1:CRATE-WIDTH)
                     TO Next-Data-Record(ROLL-COL + 1:CRATE-WIDTH)
                   MOVE "]"
                     TO Next-Data-Record(ROLL-COL + 1 + CRATE-WIDTH:1)
                 END-IF
             END-PERFORM
             WRITE Next-Data-Record
         END-PERFORM
         CLOSE NextDataFile
         DISPLAY "NEXT DATAFILE WRITTEN: " WH-DATANEXT-NAME
             " ROWS " ROLL-HEIGHT
       END-IF.

       PARSE-DRAWING-ROW.
       MOVE 0 TO X-INDEX
       PERFORM VARYING X-SUB
         SUBTRACT MOVED-WEIGHT FROM STACK-WEIGHT(SRC)
         MOVE X-CRATES(SRC, X-P(SRC)) TO AUDIT-AFTER-SRC-TOP
         MOVE X-CRATES(DST, X-P(DST)) TO AUDIT-AFTER-DST-TOP
         MOVE X-SUB TO LIFT-CRATES
         PERFORM COUNT-CRANE-LIFTS
         MOVE X-SUB TO AL-AMT
         MOVE SRC TO AL-SRC
         MOVE DST TO AL-DST
           END-IF
         END-IF
       END-IF
      * A RECEIPT THAT PASSES EVERY PHYSICAL CHECK IS LAST SCREENED
      * AGAINST THE OPEN NOTICES, SO ONLY A DELIVERY THAT WOULD
      * OTHERWISE GO ON THE STACK IS EVER MATCHED, FLAGGED OR HELD.
       IF VALID-COMMAND = "Y" AND ASN-LOADED = "Y"
         PERFORM MATCH-ASN-RECEIPT
       END-IF
       IF VALID-COMMAND = "N"
         MOVE 1 TO EX-AMT
         MOVE 0 TO EX-SRC
         ADD MOVED-WEIGHT TO STACK-WEIGHT(RC-DST)
         ADD 1 TO TOTAL-CRATES-RECEIVED
         ADD 1 TO STACK-ADDED(RC-DST)
         ADD 1 TO CRANE-LIFTS
         IF X-P(RC-DST) > PEAK-DEPTH(RC-DST)
           MOVE X-P(RC-DST) TO PEAK-DEPTH(RC-DST)
         END-IF
         PERFORM RECORD-JOURNAL
       END-IF.

      * A CYCLE-COUNT ADJUSTMENT: TAKE THE CRATE OUT OF ITS SOURCE
      * STACK WHEREVER IT SITS AND SET IT IN AT THE COUNTED DEPTH OF
      * THE DESTINATION. NO WEIGHT OR HAZMAT SCREEN -- THE CRATE IS
      * ALREADY STANDING THERE, AND REFUSING TO BOOK IT WOULD ONLY
      * KEEP THE BOOK WRONG. IT IS NOT THROUGHPUT EITHER: THE VOLUME
      * TOTALS AND THE RECEIVED/LOADED COUNTS ARE LEFT ALONE AND THE
      * ADJUSTMENT BALANCES UNDER ITS OWN TOTALS INSTEAD.
       APPLY-ADJUST-COMMAND.
       MOVE 0 TO ADJ-FOUND-POS
       IF AC-Crate-ID = SPACES
         MOVE "N" TO VALID-COMMAND
         MOVE "ADJ CRATE ID MISSING" TO EX-REASON
       ELSE
         IF AC-SRC = 0 AND AC-DST = 0
           MOVE "N" TO VALID-COMMAND
           MOVE "ADJ NEEDS SRC OR DST" TO EX-REASON
         ELSE
           IF AC-SRC > NUM-OF-STACKS
             MOVE "N" TO VALID-COMMAND
             MOVE "SRC OUT OF RANGE" TO EX-REASON
           ELSE
             IF AC-DST > NUM-OF-STACKS
               MOVE "N" TO VALID-COMMAND
               MOVE "DST OUT OF RANGE" TO EX-REASON
             END-IF
           END-IF
         END-IF
       END-IF
      * THE CRATE MUST BE WHERE THE COUNT SAYS THE BOOK HAS IT -- AND
      * A CRATE THE BOOK "NEVER HAD" MUST NOT ALREADY BE ON A STACK,
      * OR THE ADJUSTMENT WOULD BOOK THE SAME CRATE TWICE.
       IF VALID-COMMAND = "Y"
         IF AC-SRC > 0
           PERFORM VARYING CHK-SUB FROM 1 BY 1
               UNTIL CHK-SUB > X-P(AC-SRC)
               IF X-CRATES(AC-SRC, CHK-SUB) = AC-Crate-ID
                 MOVE CHK-SUB TO ADJ-FOUND-POS
                 MOVE X-P(AC-SRC) TO CHK-SUB
               END-IF
           END-PERFORM
           IF ADJ-FOUND-POS = 0
             MOVE "N" TO VALID-COMMAND
             MOVE "ADJ CRATE NOT ON SRC STACK" TO EX-REASON
           END-IF
         ELSE
           PERFORM VARYING X-SUB FROM 1 BY 1
               UNTIL X-SUB > NUM-OF-STACKS
               PERFORM VARYING CHK-SUB FROM 1 BY 1
                   UNTIL CHK-SUB > X-P(X-SUB)
                   IF X-CRATES(X-SUB, CHK-SUB) = AC-Crate-ID
                     MOVE CHK-SUB TO ADJ-FOUND-POS
                     MOVE X-P(X-SUB) TO CHK-SUB
                     MOVE NUM-OF-STACKS TO X-SUB
                   END-IF
               END-PERFORM
           END-PERFORM
           IF ADJ-FOUND-POS > 0
             MOVE "N" TO VALID-COMMAND
             MOVE "ADJ CRATE ALREADY ON A STACK" TO EX-REASON
           END-IF
         END-IF
       END-IF
       IF VALID-COMMAND = "Y" AND AC-DST > 0
         MOVE X-P(AC-DST) TO ADJ-DST-HEIGHT
         IF AC-SRC = AC-DST
           SUBTRACT 1 FROM ADJ-DST-HEIGHT
         END-IF
         IF AC-Depth < 1 OR AC-Depth > ADJ-DST-HEIGHT + 1
           MOVE "N" TO VALID-COMMAND
           MOVE "ADJ DEPTH BEYOND DST STACK" TO EX-REASON
         ELSE
           IF ADJ-DST-HEIGHT >= MAX-DEPTH
             MOVE "N" TO VALID-COMMAND
             MOVE "DST STACK AT MAX DEPTH" TO EX-REASON
           END-IF
         END-IF
       END-IF
       IF VALID-COMMAND = "N"
         MOVE 1 TO EX-AMT
         MOVE AC-SRC TO EX-SRC
         MOVE AC-DST TO EX-DST
         PERFORM RECORD-EXCEPTION
       ELSE
         MOVE SPACES TO AUDIT-BEFORE-SRC-TOP
         MOVE SPACES TO AUDIT-BEFORE-DST-TOP
         IF AC-SRC > 0
           MOVE X-CRATES(AC-SRC, X-P(AC-SRC)) TO AUDIT-BEFORE-SRC-TOP
         END-IF
         IF AC-DST > 0 AND X-P(AC-DST) > 0
           MOVE X-CRATES(AC-DST, X-P(AC-DST)) TO AUDIT-BEFORE-DST-TOP
         END-IF
         MOVE AC-Crate-ID TO CM-LOOKUP-ID
         PERFORM LOOKUP-CRATE-ATTRS
         MOVE CM-FOUND-WEIGHT TO MOVED-WEIGHT
         IF AC-SRC > 0
           PERFORM VARYING CHK-SUB FROM ADJ-FOUND-POS BY 1
               UNTIL CHK-SUB >= X-P(AC-SRC)
               MOVE X-CRATES(AC-SRC, CHK-SUB + 1)
                 TO X-CRATES(AC-SRC, CHK-SUB)
           END-PERFORM
           SUBTRACT 1 FROM X-P(AC-SRC)
           SUBTRACT MOVED-WEIGHT FROM STACK-WEIGHT(AC-SRC)
         ELSE
           ADD 1 TO TOTAL-CRATES-ADJ-IN
         END-IF
         IF AC-DST > 0
           PERFORM VARYING CHK-SUB FROM X-P(AC-DST) BY -1
               UNTIL CHK-SUB < AC-Depth
               MOVE X-CRATES(AC-DST, CHK-SUB)
                 TO X-CRATES(AC-DST, CHK-SUB + 1)
           END-PERFORM
           MOVE AC-Crate-ID TO X-CRATES(AC-DST, AC-Depth)
           ADD 1 TO X-P(AC-DST)
           ADD MOVED-WEIGHT TO STACK-WEIGHT(AC-DST)
           IF X-P(AC-DST) > PEAK-DEPTH(AC-DST)
             MOVE X-P(AC-DST) TO PEAK-DEPTH(AC-DST)
           END-IF
         ELSE
           ADD 1 TO TOTAL-CRATES-ADJ-OUT
         END-IF
         MOVE 1 TO ADL-AMT
         MOVE AC-SRC TO ADL-SRC
         MOVE AC-DST TO ADL-DST
         MOVE AC-Crate-ID TO ADL-CRATE
         IF AC-DST > 0
           MOVE AC-Depth TO ADL-DEPTH
         ELSE
           MOVE 0 TO ADL-DEPTH
         END-IF
         MOVE ADJ-FOUND-POS TO ADL-SRC-POS
         MOVE AUDIT-BEFORE-SRC-TOP TO ADL-BEFORE-SRC
         MOVE AUDIT-BEFORE-DST-TOP TO ADL-BEFORE-DST
         MOVE CMD-SHIFT TO ADL-SHIFT
         MOVE CMD-OPER TO ADL-OPER
         MOVE ADJUST-AUDIT-LINE TO AUDIT-WORK-LINE
         PERFORM RECORD-AUDIT
         MOVE AC-Crate-ID TO JL-Crate
         MOVE "ADJ  " TO JL-Verb
         MOVE AC-SRC TO JL-From-Stack
         MOVE AC-DST TO JL-To-Stack
         MOVE SPACES TO JL-Other-Party
         MOVE CMD-SHIFT TO JL-Shift
         MOVE CMD-OPER TO JL-Oper
         PERFORM RECORD-JOURNAL
       END-IF.

      * AN OUTBOUND SHIP LOAD: POP CRATES OFF THE SOURCE STACK AND
      * HAND EACH ONE TO DISPATCH AS A MANIFEST RECORD IN THE ORDER
      * IT WENT ABOARD. LOADED CRATES LEAVE THE YARD ENTIRELY.
           END-IF
         END-IF
       END-IF
      * A LOAD GOES ONLY ONTO A SCHEDULED SHIP, BERTHED AT THIS
      * YARD, BEFORE ITS LOAD CUTOFF. AN UNSTAMPED COMMAND CARRIES NO
      * TIMESTAMP TO HOLD AGAINST THE CUTOFF, SO ONLY THE SHIP AND
      * BERTH ARE CHECKED FOR IT.
       IF VALID-COMMAND = "Y" AND VESSEL-LOADED = "Y"
         PERFORM CHECK-VESSEL-SCHEDULE
       END-IF
      * NOTHING UNDER A HOLD GOES ABOARD. THE WHOLE COMMAND IS
      * REJECTED, NOT LOADED SHORT -- THE CRATES ABOVE A HELD ONE ARE
      * THE SHIP'S, AND DISPATCH PLANS THEM AS ONE LIFT.
       IF VALID-COMMAND = "Y" AND HOLD-LOADED = "Y"
         MOVE LC-SRC TO HOLD-CHK-STACK
         MOVE LC-AMT TO HOLD-CHK-AMT
         PERFORM CHECK-HELD-CRATES
         IF HOLD-HIT-CRATE NOT = SPACES
           MOVE "N" TO VALID-COMMAND
           STRING "LOAD OF HELD CRATE " DELIMITED BY SIZE
               HOLD-HIT-CRATE DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               HOLD-HIT-REASON DELIMITED BY SIZE
               INTO EX-REASON
           ADD 1 TO HOLD-REJECTS
         END-IF
       END-IF
      * ONLY A HAZMAT-CERTIFIED OPERATOR PUTS A HAZMAT CRATE ABOARD.
       IF VALID-COMMAND = "Y" AND OPER-HIT > 0
           AND OE-Cert-Hazmat(OPER-HIT) NOT = "Y"
         MOVE LC-SRC TO OPER-CHK-STACK
         MOVE LC-AMT TO OPER-CHK-AMT
         PERFORM CHECK-HAZMAT-LIFT
         IF OPER-HIT-CRATE NOT = SPACES
           MOVE "N" TO VALID-COMMAND
           MOVE "HAZMAT LOAD, OPERATOR NOT CERTIFIED" TO EX-REASON
           PERFORM NOTE-AUTH-EXCEPTION
         END-IF
       END-IF
       IF VALID-COMMAND = "N"
         MOVE LC-AMT TO EX-AMT
         MOVE LC-SRC TO EX-SRC
           MOVE CMD-OPER TO JL-Oper
           PERFORM RECORD-JOURNAL
         END-PERFORM
         MOVE X-SUB TO LIFT-CRATES
         PERFORM COUNT-CRANE-LIFTS
         MOVE X-SUB TO LAL-AMT
         MOVE LC-SRC TO LAL-SRC
         MOVE LC-Ship-ID TO LAL-SHIP
           END-IF
         END-IF
       END-IF
      * A HELD CRATE STAYS IN THE YARD THAT HOLDS IT -- CUSTOMS AND
      * THE CLAIMS ADJUSTER KNOW WHERE TO FIND IT ONLY THERE.
       IF VALID-COMMAND = "Y" AND HOLD-LOADED = "Y"
         MOVE TC-SRC TO HOLD-CHK-STACK
         MOVE TC-AMT TO HOLD-CHK-AMT
         PERFORM CHECK-HELD-CRATES
         IF HOLD-HIT-CRATE NOT = SPACES
           MOVE "N" TO VALID-COMMAND
           STRING "XFER OF HELD CRATE " DELIMITED BY SIZE
               HOLD-HIT-CRATE DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               HOLD-HIT-REASON DELIMITED BY SIZE
               INTO EX-REASON
           ADD 1 TO HOLD-REJECTS
         END-IF
       END-IF
       IF VALID-COMMAND = "Y" AND OPER-HIT > 0
           AND OE-Cert-Hazmat(OPER-HIT) NOT = "Y"
         MOVE TC-SRC TO OPER-CHK-STACK
         MOVE TC-AMT TO OPER-CHK-AMT
         PERFORM CHECK-HAZMAT-LIFT
         IF OPER-HIT-CRATE NOT = SPACES
           MOVE "N" TO VALID-COMMAND
           MOVE "HAZMAT XFER, OPERATOR NOT CERTIFIED" TO EX-REASON
           PERFORM NOTE-AUTH-EXCEPTION
         END-IF
       END-IF
       IF VALID-COMMAND = "N"
         MOVE TC-AMT TO EX-AMT
         MOVE TC-SRC TO EX-SRC
           MOVE CMD-OPER TO JL-Oper
           PERFORM RECORD-JOURNAL
         END-PERFORM
         MOVE X-SUB TO LIFT-CRATES
         PERFORM COUNT-CRANE-LIFTS
         MOVE X-SUB TO XAL-AMT
         MOVE TC-SRC TO XAL-SRC
         MOVE TC-Yard-ID TO XAL-YARD
               END-IF
               ADD 1 TO STACK-ADDED(XE-Dest-Stack(XFER-SUB))
               ADD 1 TO TOTAL-CRATES-XFER-IN
               ADD 1 TO CRANE-LIFTS
               MOVE "Y" TO XE-Consumed(XFER-SUB)
               DISPLAY "XFER INBOUND: CRATE " XE-Crate-ID(XFER-SUB)
                   " FROM " XE-From-Yard(XFER-SUB)
           TO JOURNAL-BUFFER-LINE(JOURNAL-BUFFER-COUNT)
       END-IF.

      * ONE APPLIED move/load/xfer OF LIFT-CRATES CRATES.
       COUNT-CRANE-LIFTS.
       IF IS-PART-2 IS EQUAL 0
         ADD LIFT-CRATES TO CRANE-LIFTS
       ELSE
         ADD 1 TO CRANE-LIFTS
       END-IF.

      * PRE-APPLY SAFETY SCREEN FOR A move: TOTAL THE WEIGHT OF THE
      * CRATES COMING OFF SRC, NOTE WHETHER ANY OF THEM IS HAZMAT,
      * AND IDENTIFY THE ONE THAT WILL LAND DIRECTLY ON DST'S CURRENT
         END-IF
       END-IF.

      * FIND AN OPEN NOTICE LINE FOR THE CRATE BEING RECEIVED. A HIT
      * CLOSES THE LINE IN CORE; A MISS IS FLAGGED OR, UNDER THE HOLD
      * OPTION, REJECTED. EITHER WAY THE OUTCOME GOES ON THE RECEIPT
      * LOG FOR THE VARIANCE REPORT.
       MATCH-ASN-RECEIPT.
       MOVE 0 TO ASN-FOUND
       PERFORM VARYING ASN-SUB FROM 1 BY 1 UNTIL ASN-SUB > ASN-COUNT
           IF AE-Crate-ID(ASN-SUB) = RC-Crate-ID
               AND AE-Open(ASN-SUB) = "Y"
             MOVE ASN-SUB TO ASN-FOUND
             MOVE ASN-COUNT TO ASN-SUB
           END-IF
       END-PERFORM
       IF ASN-FOUND > 0
         MOVE "N" TO AE-Open(ASN-FOUND)
         MOVE AE-Asn-ID(ASN-FOUND) TO RLL-Asn-ID
         MOVE "M" TO RLL-Disp
         ADD 1 TO ASN-MATCHED
       ELSE
         MOVE SPACES TO RLL-Asn-ID
         IF ASN-HOLD-UNEXPECTED = "Y"
           MOVE "N" TO VALID-COMMAND
           MOVE "RCVE NOT ON OPEN ASN - HELD" TO EX-REASON
           MOVE "H" TO RLL-Disp
           ADD 1 TO ASN-HELD
         ELSE
           MOVE "F" TO RLL-Disp
           ADD 1 TO ASN-FLAGGED
         END-IF
       END-IF
       IF PLAN-ONLY = "N"
         MOVE RUN-DATE TO RLL-Run-Date
         MOVE WH-YARD-ID TO RLL-Yard
         MOVE RC-Crate-ID TO RLL-Crate
         MOVE RC-DST TO RLL-Stack
         MOVE CMD-SHIFT TO RLL-Shift
         MOVE CMD-OPER TO RLL-Oper
         MOVE CMD-TS TO RLL-TS
         ADD 1 TO RECEIPT-BUFFER-COUNT
         MOVE RECEIPT-LINE
           TO RECEIPT-BUFFER-LINE(RECEIPT-BUFFER-COUNT)
       END-IF.

      * ONLY THIS YARD'S NOTICES (AND THE ANY-YARD ONES) STILL OPEN ON
      * THE MASTER ARE LOADED. RELOADED PER YARD PASS, SINCE EACH
      * YARD MATCHES AGAINST ITS OWN DELIVERIES.
       LOAD-ASN-FILE.
       MOVE 0 TO ASN-COUNT
       MOVE "N" TO ASN-LOADED
       MOVE "N" TO ASN-EOF
       OPEN INPUT AsnFile
       IF ASN-STATUS = "00"
         MOVE "Y" TO ASN-LOADED
         PERFORM UNTIL ASN-EOF = "Y"
             READ AsnFile
               AT END MOVE "Y" TO ASN-EOF
             END-READ
             IF ASN-EOF NOT = "Y"
                 AND AN-Status = "O"
                 AND (AN-Yard = WH-YARD-ID OR AN-Yard = SPACES)
               IF ASN-COUNT >= 2000
                 DISPLAY "ASN FILE EXCEEDS COMPILED TABLE CEILING"
                 MOVE "ASN FILE EXCEEDS TABLE CEILING" TO
                     YARD-FAIL-REASON
                 MOVE "Y" TO YARD-FAILED
                 MOVE "Y" TO ASN-EOF
               ELSE
                 ADD 1 TO ASN-COUNT
                 MOVE AN-Asn-ID TO AE-Asn-ID(ASN-COUNT)
                 MOVE AN-Crate-ID TO AE-Crate-ID(ASN-COUNT)
                 MOVE "Y" TO AE-Open(ASN-COUNT)
               END-IF
             END-IF
         END-PERFORM
         CLOSE AsnFile
         DISPLAY "ASN FILE LOADED: " ASN-COUNT " OPEN LINE(S)"
       END-IF.

      * RE-CLOSE THE LINES A RESUMED YARD ALREADY MATCHED BEFORE ITS
      * CHECKPOINT. ONLY CONFIRMED RECORDS EVER REACH THE LOG, SO
      * EVERY 'M' ON IT IS A RECEIPT THE RESTORED STACKS ALREADY HOLD.
       REPLAY-RECEIPT-LOG.
       MOVE "N" TO RECEIPT-EOF
       OPEN INPUT ReceiptLog
       IF RECEIPT-STATUS = "00"
         PERFORM UNTIL RECEIPT-EOF = "Y"
             READ ReceiptLog
               AT END MOVE "Y" TO RECEIPT-EOF
             END-READ
             IF RECEIPT-EOF NOT = "Y" AND RL-Disp = "M"
               PERFORM VARYING ASN-SUB FROM 1 BY 1
                   UNTIL ASN-SUB > ASN-COUNT
                   IF AE-Crate-ID(ASN-SUB) = RL-Crate-ID
                       AND AE-Asn-ID(ASN-SUB) = RL-Asn-ID
                       AND AE-Open(ASN-SUB) = "Y"
                     MOVE "N" TO AE-Open(ASN-SUB)
                     MOVE ASN-COUNT TO ASN-SUB
                   END-IF
               END-PERFORM
             END-IF
         END-PERFORM
         CLOSE ReceiptLog
       END-IF.

      * ONLY STANDING HOLDS ARE LOADED. THE REGISTER IS CRATE-WIDE,
      * NOT PER YARD, BUT IS RELOADED PER PASS LIKE THE CRATE MASTER.
       LOAD-HOLD-FILE.
       MOVE 0 TO HOLD-COUNT
       MOVE "N" TO HOLD-LOADED
       MOVE "N" TO HOLD-EOF
       OPEN INPUT HoldFile
       IF HOLD-STATUS = "00"
         MOVE "Y" TO HOLD-LOADED
         PERFORM UNTIL HOLD-EOF = "Y"
             READ HoldFile
               AT END MOVE "Y" TO HOLD-EOF
             END-READ
             IF HOLD-EOF NOT = "Y" AND HD-Status = "H"
               IF HOLD-COUNT >= 2000
                 DISPLAY "HOLD REGISTER EXCEEDS COMPILED TABLE CEILING"
                 MOVE "HOLD REGISTER EXCEEDS TABLE CEILING" TO
                     YARD-FAIL-REASON
                 MOVE "Y" TO YARD-FAILED
                 MOVE "Y" TO HOLD-EOF
               ELSE
                 ADD 1 TO HOLD-COUNT
                 MOVE HD-Crate-ID TO HE-Crate-ID(HOLD-COUNT)
                 MOVE HD-Reason TO HE-Reason(HOLD-COUNT)
               END-IF
             END-IF
         END-PERFORM
         CLOSE HoldFile
         DISPLAY "HOLD REGISTER LOADED: " HOLD-COUNT " STANDING HOLD(S)"
       END-IF.

      * SCREEN THE TOP HOLD-CHK-AMT CRATES OF HOLD-CHK-STACK -- THE
      * ONES A load OR xfer WOULD TAKE -- AGAINST THE STANDING HOLDS.
      * THE FIRST HELD CRATE FOUND, FROM THE TOP DOWN, COMES BACK IN
      * HOLD-HIT-CRATE WITH ITS REASON; SPACES MEANS NONE IS HELD.
       CHECK-HELD-CRATES.
       MOVE SPACES TO HOLD-HIT-CRATE
       MOVE SPACES TO HOLD-HIT-REASON
       COMPUTE CHK-LIMIT = X-P(HOLD-CHK-STACK) - HOLD-CHK-AMT
       PERFORM VARYING CHK-SUB FROM X-P(HOLD-CHK-STACK) BY -1
           UNTIL CHK-SUB <= CHK-LIMIT
           PERFORM VARYING HOLD-SUB FROM 1 BY 1
               UNTIL HOLD-SUB > HOLD-COUNT
               IF HE-Crate-ID(HOLD-SUB)
                   = X-CRATES(HOLD-CHK-STACK, CHK-SUB)
                 MOVE HE-Crate-ID(HOLD-SUB) TO HOLD-HIT-CRATE
                 MOVE HE-Reason(HOLD-SUB) TO HOLD-HIT-REASON
                 MOVE HOLD-COUNT TO HOLD-SUB
                 MOVE CHK-LIMIT TO CHK-SUB
                 ADD 1 TO CHK-SUB
               END-IF
           END-PERFORM
       END-PERFORM.

      * THE OPERATOR MASTER IS RELOADED PER PASS LIKE THE CRATE
      * MASTER. SAME CEILING RULE: AN OPERATOR LOST OFF THE END OF THE
      * TABLE WOULD BE REJECTED AS UNKNOWN ALL NIGHT, SO THE YARD
      * FAILS INSTEAD.
       LOAD-OPERATOR-FILE.
       MOVE 0 TO OPER-COUNT
       MOVE "N" TO OPER-LOADED
       MOVE "N" TO OPER-EOF
       OPEN INPUT OperatorFile
       IF OPER-STATUS = "00"
         MOVE "Y" TO OPER-LOADED
         MOVE "Y" TO OPER-EVER-LOADED
         PERFORM UNTIL OPER-EOF = "Y"
             READ OperatorFile
               AT END MOVE "Y" TO OPER-EOF
             END-READ
             IF OPER-EOF NOT = "Y"
               IF OPER-COUNT >= 500
                 DISPLAY "OPERATOR MASTER EXCEEDS COMPILED TABLE "
                     "CEILING"
                 MOVE "OPERATOR MASTER EXCEEDS TABLE CEILING" TO
                     YARD-FAIL-REASON
                 MOVE "Y" TO YARD-FAILED
                 MOVE "Y" TO OPER-EOF
               ELSE
                 ADD 1 TO OPER-COUNT
                 MOVE OP-Oper-ID TO OE-Oper-ID(OPER-COUNT)
                 MOVE OP-Status TO OE-Status(OPER-COUNT)
                 MOVE OP-Cert-Hazmat TO OE-Cert-Hazmat(OPER-COUNT)
                 MOVE OP-Cert-9001 TO OE-Cert-9001(OPER-COUNT)
                 MOVE OP-Yards(1:8) TO OE-Yard(OPER-COUNT, 1)
                 MOVE OP-Yards(9:8) TO OE-Yard(OPER-COUNT, 2)
                 MOVE OP-Yards(17:8) TO OE-Yard(OPER-COUNT, 3)
                 MOVE OP-Yards(25:8) TO OE-Yard(OPER-COUNT, 4)
                 MOVE OP-Yards(33:8) TO OE-Yard(OPER-COUNT, 5)
               END-IF
             END-IF
         END-PERFORM
         CLOSE OperatorFile
         DISPLAY "OPERATOR MASTER LOADED: " OPER-COUNT " OPERATOR(S)"
       END-IF.

      * THE SCHEDULE IS RELOADED PER PASS LIKE THE CRATE MASTER.
       LOAD-VESSEL-FILE.
       MOVE 0 TO VESSEL-COUNT
       MOVE "N" TO VESSEL-LOADED
       MOVE "N" TO VESSEL-EOF
       OPEN INPUT VesselSchedule
       IF VESSEL-STATUS = "00"
         MOVE "Y" TO VESSEL-LOADED
         PERFORM UNTIL VESSEL-EOF = "Y"
             READ VesselSchedule
               AT END MOVE "Y" TO VESSEL-EOF
             END-READ
             IF VESSEL-EOF NOT = "Y"
               IF VESSEL-COUNT >= 200
                 DISPLAY "VESSEL SCHEDULE EXCEEDS COMPILED TABLE "
                     "CEILING"
                 MOVE "VESSEL SCHEDULE EXCEEDS TABLE CEILING" TO
                     YARD-FAIL-REASON
                 MOVE "Y" TO YARD-FAILED
                 MOVE "Y" TO VESSEL-EOF
               ELSE
                 ADD 1 TO VESSEL-COUNT
                 MOVE VS-Ship-ID TO VE-Ship-ID(VESSEL-COUNT)
                 MOVE VS-Berth-Yard TO VE-Berth-Yard(VESSEL-COUNT)
                 MOVE VS-Cutoff-TS TO VE-Cutoff-TS(VESSEL-COUNT)
               END-IF
             END-IF
         END-PERFORM
         CLOSE VesselSchedule
         DISPLAY "VESSEL SCHEDULE LOADED: " VESSEL-COUNT " SHIP(S)"
       END-IF.

      * THE WHOLE ActionFile IS WALKED ONCE BEFORE ANYTHING IS
      * APPLIED: THE HEADER MUST BE THE FIRST RECORD, THE TRAILER THE
      * LAST, AND THE TRAILER'S COUNT AND HASH MUST MATCH THE COMMANDS
      * ACTUALLY BETWEEN THEM. A FILE THAT FAILS IS NEVER STARTED --
      * THE YARD FAILS WITH THE REASON AND IS RERUN ONCE THE FEED IS
      * RESENT, RATHER THAN RUNNING HALF A NIGHT TO A CLEAN RC 0.
       VERIFY-ACTION-CONTROLS.
       MOVE 0 TO CTL-RECORDS
       MOVE 0 TO CTL-COUNT
       MOVE 0 TO CTL-HASH
       MOVE 0 TO CTL-TRL-COUNT
       MOVE 0 TO CTL-TRL-HASH
       MOVE "N" TO CTL-HEADER-SEEN
       MOVE "N" TO CTL-TRAILER-SEEN
       MOVE "N" TO CTL-MISPLACED
       OPEN INPUT ActionFile
       IF ACTION-STATUS NOT = "00"
         DISPLAY "ACTIONFILE UNAVAILABLE, STATUS " ACTION-STATUS
         MOVE "ACTIONFILE NOT PRESENT" TO YARD-FAIL-REASON
         MOVE "Y" TO YARD-FAILED
       ELSE
         MOVE 0 TO EOF
         PERFORM UNTIL EOF = 1
             READ ActionFile
               AT END MOVE 1 TO EOF
             END-READ
             IF EOF NOT = 1
               ADD 1 TO CTL-RECORDS
               IF CTL-TRAILER-SEEN = "Y"
                 MOVE "Y" TO CTL-MISPLACED
               END-IF
               IF AH-Marker = "*HDR "
                 IF CTL-RECORDS NOT = 1
                   MOVE "Y" TO CTL-MISPLACED
                 END-IF
                 MOVE "Y" TO CTL-HEADER-SEEN
               ELSE
               IF AT-Marker = "*TRL "
                 MOVE "Y" TO CTL-TRAILER-SEEN
                 IF AT-Count IS NUMERIC AND AT-Hash IS NUMERIC
                   MOVE AT-Count TO CTL-TRL-COUNT
                   MOVE AT-Hash TO CTL-TRL-HASH
                 ELSE
                   MOVE "Y" TO CTL-MISPLACED
                 END-IF
               ELSE
                 ADD 1 TO CTL-COUNT
                 IF AMT IS NUMERIC
                   ADD AMT TO CTL-HASH
                 END-IF
                 IF SRC IS NUMERIC
                   ADD SRC TO CTL-HASH
                 END-IF
                 IF DST IS NUMERIC
                   ADD DST TO CTL-HASH
                 END-IF
               END-IF
               END-IF
             END-IF
         END-PERFORM
         CLOSE ActionFile
         MOVE 0 TO EOF
         MOVE CTL-COUNT TO TOTAL-ACTION-COUNT
         DISPLAY "ACTIONFILE CONTROLS: " CTL-COUNT " COMMANDS, HASH "
             CTL-HASH " / TRAILER " CTL-TRL-COUNT " COMMANDS, HASH "
             CTL-TRL-HASH
         IF CTL-HEADER-SEEN = "N"
           MOVE "ACTIONFILE OUT OF BALANCE - NO HEADER" TO
               YARD-FAIL-REASON
           MOVE "Y" TO YARD-FAILED
         ELSE
         IF CTL-TRAILER-SEEN = "N"
           MOVE "ACTIONFILE OUT OF BALANCE - NO TRAILER" TO
               YARD-FAIL-REASON
           MOVE "Y" TO YARD-FAILED
         ELSE
         IF CTL-MISPLACED = "Y"
           MOVE "ACTIONFILE CONTROL RECORD OUT OF PLACE" TO
               YARD-FAIL-REASON
           MOVE "Y" TO YARD-FAILED
         ELSE
         IF CTL-COUNT NOT = CTL-TRL-COUNT
           MOVE "ACTIONFILE OUT OF BALANCE - RECORD COUNT" TO
               YARD-FAIL-REASON
           MOVE "Y" TO YARD-FAILED
         ELSE
         IF CTL-HASH NOT = CTL-TRL-HASH
           MOVE "ACTIONFILE OUT OF BALANCE - HASH TOTAL" TO
               YARD-FAIL-REASON
           MOVE "Y" TO YARD-FAILED
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
       END-IF.

      * THE CONTROL RECORDS HAVE DONE THEIR JOB BY THE TIME COMMANDS
      * ARE READ FOR REAL -- STEP OVER THEM SO THEY ARE NEVER COUNTED,
      * CHECKPOINTED OR DISPATCHED AS COMMANDS.
       READ-ACTION-COMMAND.
       READ ActionFile
         AT END MOVE 1 TO EOF
       END-READ
       PERFORM UNTIL EOF = 1
           OR (AH-Marker NOT = "*HDR " AND AT-Marker NOT = "*TRL ")
           READ ActionFile
             AT END MOVE 1 TO EOF
           END-READ
       END-PERFORM.

       CHECK-VESSEL-SCHEDULE.
       MOVE 0 TO VESSEL-HIT
       PERFORM VARYING VESSEL-SUB FROM 1 BY 1
           UNTIL VESSEL-SUB > VESSEL-COUNT
           IF VE-Ship-ID(VESSEL-SUB) = LC-Ship-ID
             MOVE VESSEL-SUB TO VESSEL-HIT
             MOVE VESSEL-COUNT TO VESSEL-SUB
           END-IF
       END-PERFORM
       IF VESSEL-HIT = 0
         MOVE "N" TO VALID-COMMAND
         MOVE "SHIP NOT ON VESSEL SCHEDULE" TO EX-REASON
       ELSE
         IF VE-Berth-Yard(VESSEL-HIT) NOT = WH-YARD-ID
           MOVE "N" TO VALID-COMMAND
           MOVE "SHIP BERTHED AT ANOTHER YARD" TO EX-REASON
         ELSE
           IF CMD-TS NOT = SPACES
               AND CMD-TS > VE-Cutoff-TS(VESSEL-HIT)
             MOVE "LOAD PAST SHIP CUTOFF" TO EX-REASON
             MOVE "N" TO VALID-COMMAND
           END-IF
         END-IF
       END-IF
       IF VALID-COMMAND = "N"
         ADD 1 TO VESSEL-REJECTS
       END-IF.

      * THE STAMP SCREEN EVERY COMMAND PASSES BEFORE ITS VERB IS
      * EVEN LOOKED AT. UNDER THE CrateMover 9001 EVERY CRANE VERB
      * IS A MULTI-LIFT CRANE MOVEMENT AND NEEDS THAT CERTIFICATION;
      * adj IS A BOOK CORRECTION, NOT A LIFT, AND DOES NOT. LEAVES
      * OPER-HIT ON THE OPERATOR'S ENTRY FOR THE HAZMAT SCREENS.
       CHECK-OPERATOR-AUTH.
       PERFORM VARYING OPER-SUB FROM 1 BY 1 UNTIL OPER-SUB > OPER-COUNT
           IF OE-Oper-ID(OPER-SUB) = CMD-OPER
             MOVE OPER-SUB TO OPER-HIT
             MOVE OPER-COUNT TO OPER-SUB
           END-IF
       END-PERFORM
       IF OPER-HIT = 0
         MOVE "N" TO VALID-COMMAND
         MOVE "OPERATOR NOT ON OPERATOR MASTER" TO EX-REASON
       ELSE
         IF OE-Status(OPER-HIT) NOT = "A"
           MOVE "N" TO VALID-COMMAND
           MOVE "OPERATOR INACTIVE" TO EX-REASON
         ELSE
           MOVE "N" TO OPER-YARD-OK
           IF OE-Yard(OPER-HIT, 1) = "*"
             MOVE "Y" TO OPER-YARD-OK
           END-IF
           PERFORM VARYING OPER-YARD-SUB FROM 1 BY 1
               UNTIL OPER-YARD-SUB > 5
               IF OE-Yard(OPER-HIT, OPER-YARD-SUB) = WH-YARD-ID
                 MOVE "Y" TO OPER-YARD-OK
               END-IF
           END-PERFORM
           IF OPER-YARD-OK = "N"
             MOVE "N" TO VALID-COMMAND
             MOVE "OPERATOR NOT CLEARED FOR THIS YARD" TO EX-REASON
           ELSE
             IF IS-PART-2 NOT = 0 AND M NOT = "adj  "
                 AND OE-Cert-9001(OPER-HIT) NOT = "Y"
               MOVE "N" TO VALID-COMMAND
               MOVE "OPERATOR NOT CERTIFIED FOR CM 9001" TO EX-REASON
             END-IF
           END-IF
         END-IF
       END-IF.

      * A COMMAND THE STAMP SCREEN TURNED AWAY. THE OPERANDS ARE ONLY
      * MEANINGFUL TO THE EXCEPTION LINE FOR THE STACK-TO-STACK VERBS.
       REJECT-UNAUTHORIZED.
       MOVE 0 TO EX-AMT
       MOVE 0 TO EX-SRC
       MOVE 0 TO EX-DST
       IF M = "move " OR M = "load " OR M = "xfer "
         MOVE AMT TO EX-AMT
         MOVE SRC TO EX-SRC
       END-IF
       IF M = "move "
         MOVE DST TO EX-DST
       END-IF
       PERFORM RECORD-EXCEPTION
       PERFORM NOTE-AUTH-EXCEPTION.

      * SCREEN THE TOP OPER-CHK-AMT CRATES OF OPER-CHK-STACK FOR A
      * HAZARD CLASS. THE FIRST HAZMAT CRATE FOUND COMES BACK IN
      * OPER-HIT-CRATE; SPACES MEANS THE LIFT IS ALL NON-HAZMAT.
       CHECK-HAZMAT-LIFT.
       MOVE SPACES TO OPER-HIT-CRATE
       COMPUTE CHK-LIMIT = X-P(OPER-CHK-STACK) - OPER-CHK-AMT
       PERFORM VARYING CHK-SUB FROM X-P(OPER-CHK-STACK) BY -1
           UNTIL CHK-SUB <= CHK-LIMIT
           MOVE X-CRATES(OPER-CHK-STACK, CHK-SUB) TO CM-LOOKUP-ID
           PERFORM LOOKUP-CRATE-ATTRS
           IF CM-FOUND-HAZARD NOT = SPACES
             MOVE CM-LOOKUP-ID TO OPER-HIT-CRATE
             MOVE CHK-LIMIT TO CHK-SUB
             ADD 1 TO CHK-SUB
           END-IF
       END-PERFORM.

      * ONE LINE FOR THE RUN'S AUTHORIZATION EXCEPTIONS SECTION. THE
      * CALLER HAS ALREADY SET EX-REASON.
       NOTE-AUTH-EXCEPTION.
       ADD 1 TO OPER-REJECTS
       ADD 1 TO AUTH-EXC-TOTAL
       IF AUTH-EXC-COUNT < 500
         ADD 1 TO AUTH-EXC-COUNT
         MOVE WH-YARD-ID TO AX-Yard
         MOVE CMD-OPER TO AX-Oper
         MOVE CMD-SHIFT TO AX-Shift
         MOVE M TO AX-Verb
         MOVE CMD-TS TO AX-TS
         MOVE EX-REASON TO AX-Reason
         MOVE AUTH-EXC-LINE TO AUTH-EXC-ENTRY(AUTH-EXC-COUNT)
       END-IF.

      * THE RUN ENDS WITH EVERY COMMAND TURNED AWAY FOR WHO STAMPED
      * IT -- THE SAFETY AUDIT'S EVIDENCE THAT ONLY CLEARED, CERTIFIED
      * OPERATORS MOVED ANYTHING. A RESTARTED YARD LISTS ONLY THE
      * REJECTS SINCE ITS CHECKPOINT; THE EXCEPTIONS REPORT HAS THE
      * EARLIER ONES FROM THE ABENDED ATTEMPT.
       DISPLAY-AUTH-EXCEPTIONS.
       DISPLAY "===== AUTHORIZATION EXCEPTIONS ====="
       IF OPER-EVER-LOADED = "N"
         DISPLAY "OPERATOR MASTER NOT PRESENT - STAMPS NOT SCREENED"
       ELSE
         IF AUTH-EXC-TOTAL = 0
           DISPLAY "NO COMMAND REJECTED FOR OPERATOR AUTHORIZATION"
         ELSE
           DISPLAY "YARD     OPERATOR S VERB  TIMESTAMP      REASON"
           PERFORM VARYING AUTH-EXC-SUB FROM 1 BY 1
               UNTIL AUTH-EXC-SUB > AUTH-EXC-COUNT
               DISPLAY AUTH-EXC-ENTRY(AUTH-EXC-SUB)
           END-PERFORM
           IF AUTH-EXC-TOTAL > AUTH-EXC-COUNT
             COMPUTE AUTH-EXC-SUB = AUTH-EXC-TOTAL - AUTH-EXC-COUNT
             DISPLAY "... AND " AUTH-EXC-SUB
                 " MORE - SEE THE EXCEPTIONS REPORT"
           END-IF
           DISPLAY "TOTAL AUTHORIZATION REJECTS: " AUTH-EXC-TOTAL
         END-IF
       END-IF
       DISPLAY "===== END AUTHORIZATION EXCEPTIONS =====".

      * LINEAR SCAN OF THE IN-CORE MASTER. UNKNOWN CRATES COME BACK
      * WEIGHTLESS AND HAZARD-FREE BY DESIGN.
       LOOKUP-CRATE-ATTRS.
       END-PERFORM
       MOVE 0 TO EXCEPTION-BUFFER-COUNT.

       FLUSH-RECEIPT-BUFFER.
       PERFORM VARYING FLUSH-SUB FROM 1 BY 1
           UNTIL FLUSH-SUB > RECEIPT-BUFFER-COUNT
           WRITE Receipt-Log-Record
             FROM RECEIPT-BUFFER-LINE(FLUSH-SUB)
       END-PERFORM
       MOVE 0 TO RECEIPT-BUFFER-COUNT.

       FLUSH-JOURNAL-BUFFER.
       PERFORM VARYING FLUSH-SUB FROM 1 BY 1
           UNTIL FLUSH-SUB > JOURNAL-BUFFER-COUNT
