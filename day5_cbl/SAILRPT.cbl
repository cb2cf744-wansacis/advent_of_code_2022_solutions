       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAILRPT.
      * SAILING SHORT REPORT. DISPCONF TELLS DISPATCH A SHIP WENT OUT
      * SHORT THE MORNING AFTER IT SAILED; THIS STEP TELLS THEM THE
      * NIGHT LOADING CLOSES. FOR EVERY SHIP ON THE VESSEL SCHEDULE
      * (VSLMAINT.cbl) WHOSE LOAD CUTOFF HAS PASSED -- NOTHING MORE
      * CAN GO ABOARD, THE CRANE REJECTS A load PAST IT -- IT TOTALS
      * THE SHIPMENT MANIFEST TRAILERS FOR THAT SHIP AND LISTS EVERY
      * ONE CARRYING FEWER CRATES OR LESS WEIGHT THAN WAS BOOKED,
      * MARKED SAILED OR STILL AT BERTH BY ITS SAILING TIME.
      * A SHIP CAN LOAD ACROSS SEVERAL NIGHTS, SO DD_MANIFEST IS
      * NORMALLY THE WHOLE MANIFEST GDG (EVERY GENERATION
      * CONCATENATED); A TRAILER FOR A SHIP NOT ON THE SCHEDULE IS
      * COUNTED BUT NOT REPORTED -- THE CRANE ALREADY SAID SO AT LOAD
      * TIME, OR THE SCHEDULE WASN'T IN USE YET.
      * THE RUN PARM IS HOW MANY DAYS BACK A SAILING STAYS ON THE
      * REPORT (DEFAULT 1, SO LAST NIGHT'S SAILINGS SHOW ONCE MORE);
      * OLDER SAILINGS ARE HISTORY AND ARE SKIPPED.
      * RETURN CODE 4 WHEN ANY SHIP IS SHORT, 8 WHEN THE REPORT COULD
      * NOT BE PRODUCED, AND 0 OTHERWISE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
         SELECT VesselSchedule ASSIGN TO DYNAMIC SR-VESSEL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SR-VESSEL-STATUS.
         SELECT ShipmentManifest ASSIGN TO DYNAMIC SR-MANIFEST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SR-MANIFEST-STATUS.
         SELECT SailingReport ASSIGN TO DYNAMIC SR-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD VesselSchedule.
       01 Vessel-Record.
         02 VS-Ship-ID PIC X(8).
         02 VS-Berth-Yard PIC X(8).
         02 VS-Cutoff-TS PIC X(14).
         02 VS-Sail-TS PIC X(14).
         02 VS-Booked-Count PIC 9(6).
         02 VS-Booked-Weight PIC 9(9).
      * ONLY THE 'T' TRAILERS ARE READ -- THEY ALREADY CARRY EACH
      * SHIPMENT'S CRATE COUNT AND MASTER WEIGHT AS LOADED.
       FD ShipmentManifest.
       01 Shipment-Manifest-Record PIC X(45).
       01 Manifest-Trailer-View REDEFINES Shipment-Manifest-Record.
         02 MT-Type PIC X.
         02 MT-Ship-ID PIC X(8).
         02 MT-Crate-Count PIC 9(6).
         02 MT-Total-Weight PIC 9(9).
         02 MT-Hazmat-Flag PIC X.
         02 MT-Haz-Classes PIC X(20).
       FD SailingReport.
       01 Sailing-Report-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01 SR-VESSEL-NAME PIC X(40) VALUE "vessel_schedule".
       01 SR-MANIFEST-NAME PIC X(40) VALUE "manifest".
       01 SR-REPORT-NAME PIC X(40) VALUE "sailing_report".
       01 SR-VESSEL-STATUS PIC XX.
       01 SR-MANIFEST-STATUS PIC XX.
       01 SR-EOF PIC X VALUE "N".
       01 SR-RUN-PARM PIC X(20).
       01 SR-DAYS-BACK PIC 999 VALUE 1.
       01 SR-TODAY PIC 9(8).
       01 SR-NOW PIC 9(8).
       01 SR-AS-OF-TS PIC X(14).
       01 SR-WINDOW-DATE PIC 9(8).
       01 SR-WINDOW-TS PIC X(14).
       01 SR-UNSCHEDULED PIC 9(6) VALUE 0.
       01 SR-CLOSED-SHIPS PIC 9(6) VALUE 0.
       01 SR-SHORT-SHIPS PIC 9(6) VALUE 0.
       01 SR-SHORT-COUNT PIC S9(7) VALUE 0.
       01 SR-SHORT-WEIGHT PIC S9(10) VALUE 0.
      *THE SCHEDULE IN CORE WITH WHAT THE MANIFEST SAYS WENT ABOARD.
      *200 IS THE CRANE'S OWN COMPILED SCHEDULE CEILING.
       01 VS-COUNT PIC 9(6) VALUE 0.
       01 VS-SUB PIC 9(6).
       01 VS-TABLE.
         02 VS-ENTRY OCCURS 200 TIMES.
           03 VSE-Ship-ID PIC X(8).
           03 VSE-Berth-Yard PIC X(8).
           03 VSE-Cutoff-TS PIC X(14).
           03 VSE-Sail-TS PIC X(14).
           03 VSE-Booked-Count PIC 9(6).
           03 VSE-Booked-Weight PIC 9(9).
           03 VSE-Loaded-Count PIC 9(7).
           03 VSE-Loaded-Weight PIC 9(10).
      *REPORT LINE LAYOUTS: A SHIP LINE, THEN ITS CRATE AND WEIGHT
      *FIGURES UNDER IT.
       01 RPT-SHIP-LINE.
         02 RS-SHIP-TXT PIC X(5) VALUE "SHIP ".
         02 RS-Ship PIC X(8).
         02 RS-YARD-TXT PIC X(7) VALUE "  YARD ".
         02 RS-Yard PIC X(8).
         02 RS-SAILS-TXT PIC X(8) VALUE "  SAILS ".
         02 RS-Sail-TS PIC X(14).
         02 FILLER PIC XX VALUE SPACES.
         02 RS-Status PIC X(8).
       01 RPT-FIGURE-LINE.
         02 RF-Label PIC X(12).
         02 RF-BOOKED-TXT PIC X(8) VALUE " BOOKED ".
         02 RF-Booked PIC Z(9)9.
         02 RF-LOADED-TXT PIC X(8) VALUE " LOADED ".
         02 RF-Loaded PIC Z(9)9.
         02 RF-SHORT-TXT PIC X(7) VALUE " SHORT ".
         02 RF-Short PIC Z(9)9.
       01 RPT-TEXT-LINE PIC X(80).

       PROCEDURE DIVISION.
       BEGIN.
       ACCEPT SR-VESSEL-NAME FROM ENVIRONMENT "DD_VESSEL"
       IF SR-VESSEL-NAME = SPACES
         MOVE "vessel_schedule" TO SR-VESSEL-NAME
       END-IF
       ACCEPT SR-MANIFEST-NAME FROM ENVIRONMENT "DD_MANIFEST"
       IF SR-MANIFEST-NAME = SPACES
         MOVE "manifest" TO SR-MANIFEST-NAME
       END-IF
       ACCEPT SR-REPORT-NAME FROM ENVIRONMENT "DD_SAILING_REPORT"
       IF SR-REPORT-NAME = SPACES
         MOVE "sailing_report" TO SR-REPORT-NAME
       END-IF
       MOVE SPACES TO SR-RUN-PARM
       ACCEPT SR-RUN-PARM FROM COMMAND-LINE
       IF SR-RUN-PARM(1:3) IS NUMERIC
         MOVE SR-RUN-PARM(1:3) TO SR-DAYS-BACK
       END-IF
       ACCEPT SR-TODAY FROM DATE YYYYMMDD
       ACCEPT SR-NOW FROM TIME
       MOVE SR-TODAY TO SR-AS-OF-TS(1:8)
       MOVE SR-NOW(1:6) TO SR-AS-OF-TS(9:6)
       COMPUTE SR-WINDOW-DATE = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(SR-TODAY) - SR-DAYS-BACK)
       MOVE SR-WINDOW-DATE TO SR-WINDOW-TS(1:8)
       MOVE "000000" TO SR-WINDOW-TS(9:6)
       PERFORM LOAD-SCHEDULE
       PERFORM TOTAL-MANIFEST-TRAILERS
       OPEN OUTPUT SailingReport
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "===== SAILING SHORT REPORT AS OF " DELIMITED BY SIZE
           SR-AS-OF-TS DELIMITED BY SIZE
           " =====" DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Sailing-Report-Record FROM RPT-TEXT-LINE
       PERFORM VARYING VS-SUB FROM 1 BY 1 UNTIL VS-SUB > VS-COUNT
           IF VSE-Cutoff-TS(VS-SUB) <= SR-AS-OF-TS
               AND VSE-Sail-TS(VS-SUB) >= SR-WINDOW-TS
             ADD 1 TO SR-CLOSED-SHIPS
             IF VSE-Loaded-Count(VS-SUB) < VSE-Booked-Count(VS-SUB)
                 OR VSE-Loaded-Weight(VS-SUB)
                   < VSE-Booked-Weight(VS-SUB)
               PERFORM REPORT-SHORT-SHIP
             END-IF
           END-IF
       END-PERFORM
       IF SR-SHORT-SHIPS = 0
         MOVE "NO CLOSED SHIP IS SHORT OF ITS BOOKING" TO
             RPT-TEXT-LINE
         WRITE Sailing-Report-Record FROM RPT-TEXT-LINE
       END-IF
       MOVE SPACES TO RPT-TEXT-LINE
       STRING "SHIPS CLOSED=" DELIMITED BY SIZE
           SR-CLOSED-SHIPS DELIMITED BY SIZE
           " SHORT=" DELIMITED BY SIZE
           SR-SHORT-SHIPS DELIMITED BY SIZE
           " UNSCHEDULED SHIPMENTS=" DELIMITED BY SIZE
           SR-UNSCHEDULED DELIMITED BY SIZE
           INTO RPT-TEXT-LINE
       WRITE Sailing-Report-Record FROM RPT-TEXT-LINE
       CLOSE SailingReport
       DISPLAY "SAILRPT: " SR-CLOSED-SHIPS " SHIP(S) PAST CUTOFF, "
           SR-SHORT-SHIPS " SHORT OF BOOKING"
       IF SR-SHORT-SHIPS > 0
         MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

      * WITHOUT A SCHEDULE THERE IS NOTHING TO BE SHORT AGAINST, AND
      * A REPORT SAYING "NOTHING SHORT" WOULD BE A LIE -- FAIL.
       LOAD-SCHEDULE.
       MOVE 0 TO VS-COUNT
       MOVE "N" TO SR-EOF
       OPEN INPUT VesselSchedule
       IF SR-VESSEL-STATUS NOT = "00"
         DISPLAY "VESSEL SCHEDULE UNAVAILABLE, STATUS "
             SR-VESSEL-STATUS " - REPORT NOT GENERATED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       PERFORM UNTIL SR-EOF = "Y"
           READ VesselSchedule
             AT END MOVE "Y" TO SR-EOF
           END-READ
           IF SR-EOF NOT = "Y"
             IF VS-COUNT >= 200
               DISPLAY "VESSEL SCHEDULE EXCEEDS COMPILED TABLE "
                   "CEILING - REPORT NOT GENERATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO VS-COUNT
             MOVE VS-Ship-ID TO VSE-Ship-ID(VS-COUNT)
             MOVE VS-Berth-Yard TO VSE-Berth-Yard(VS-COUNT)
             MOVE VS-Cutoff-TS TO VSE-Cutoff-TS(VS-COUNT)
             MOVE VS-Sail-TS TO VSE-Sail-TS(VS-COUNT)
             MOVE VS-Booked-Count TO VSE-Booked-Count(VS-COUNT)
             MOVE VS-Booked-Weight TO VSE-Booked-Weight(VS-COUNT)
             MOVE 0 TO VSE-Loaded-Count(VS-COUNT)
             MOVE 0 TO VSE-Loaded-Weight(VS-COUNT)
           END-IF
       END-PERFORM
       CLOSE VesselSchedule.

      * SAME ARGUMENT FOR THE MANIFEST: WITHOUT IT EVERY CLOSED SHIP
      * WOULD LOOK EMPTY.
       TOTAL-MANIFEST-TRAILERS.
       MOVE "N" TO SR-EOF
       OPEN INPUT ShipmentManifest
       IF SR-MANIFEST-STATUS NOT = "00"
         DISPLAY "SHIPMENT MANIFEST UNAVAILABLE, STATUS "
             SR-MANIFEST-STATUS " - REPORT NOT GENERATED"
         MOVE 8 TO RETURN-CODE
         STOP RUN
       END-IF
       PERFORM UNTIL SR-EOF = "Y"
           READ ShipmentManifest
             AT END MOVE "Y" TO SR-EOF
           END-READ
           IF SR-EOF NOT = "Y" AND MT-Type = "T"
             PERFORM VARYING VS-SUB FROM 1 BY 1
                 UNTIL VS-SUB > VS-COUNT
                 OR VSE-Ship-ID(VS-SUB) = MT-Ship-ID
                 CONTINUE
             END-PERFORM
             IF VS-SUB > VS-COUNT
               ADD 1 TO SR-UNSCHEDULED
             ELSE
               ADD MT-Crate-Count TO VSE-Loaded-Count(VS-SUB)
               ADD MT-Total-Weight TO VSE-Loaded-Weight(VS-SUB)
             END-IF
           END-IF
       END-PERFORM
       CLOSE ShipmentManifest.

       REPORT-SHORT-SHIP.
       ADD 1 TO SR-SHORT-SHIPS
       MOVE SPACES TO RPT-TEXT-LINE
       WRITE Sailing-Report-Record FROM RPT-TEXT-LINE
       MOVE VSE-Ship-ID(VS-SUB) TO RS-Ship
       MOVE VSE-Berth-Yard(VS-SUB) TO RS-Yard
       MOVE VSE-Sail-TS(VS-SUB) TO RS-Sail-TS
       IF VSE-Sail-TS(VS-SUB) <= SR-AS-OF-TS
         MOVE "SAILED" TO RS-Status
       ELSE
         MOVE "AT BERTH" TO RS-Status
       END-IF
       WRITE Sailing-Report-Record FROM RPT-SHIP-LINE
       COMPUTE SR-SHORT-COUNT = VSE-Booked-Count(VS-SUB)
           - VSE-Loaded-Count(VS-SUB)
       IF SR-SHORT-COUNT < 0
         MOVE 0 TO SR-SHORT-COUNT
       END-IF
       MOVE "  CRATES    " TO RF-Label
       MOVE VSE-Booked-Count(VS-SUB) TO RF-Booked
       MOVE VSE-Loaded-Count(VS-SUB) TO RF-Loaded
       MOVE SR-SHORT-COUNT TO RF-Short
       WRITE Sailing-Report-Record FROM RPT-FIGURE-LINE
       COMPUTE SR-SHORT-WEIGHT = VSE-Booked-Weight(VS-SUB)
           - VSE-Loaded-Weight(VS-SUB)
       IF SR-SHORT-WEIGHT < 0
         MOVE 0 TO SR-SHORT-WEIGHT
       END-IF
       MOVE "  WEIGHT    " TO RF-Label
       MOVE VSE-Booked-Weight(VS-SUB) TO RF-Booked
       MOVE VSE-Loaded-Weight(VS-SUB) TO RF-Loaded
       MOVE SR-SHORT-WEIGHT TO RF-Short
       WRITE Sailing-Report-Record FROM RPT-FIGURE-LINE.
