      ******************************************************************
      * Author:Hanna Felix
      * Date:October 15, 2026
      * Purpose: Import the fuel card vendor's daily transaction file
      *          (FUELTXN.CSV: card number, transaction date YYYYMMDD,
      *          gallons, amount, odometer) that until now was only
      *          looked at when the vendor's invoice arrived. Each row
      *          is matched to a CAR-MODEL through the card assignment
      *          file FUELCARD.DAT (kept by LAB3FMNT), then checked
      *          against the car master and the engine code table:
      *            - card not on FUELCARD.DAT or deactivated
      *            - assigned vehicle no longer on CARMAST.DAT
      *            - vehicle sold, scrapped, or in the shop
      *              (CAR-STATUS S, X, H) - nobody should be fuelling
      *              it
      *            - gallons larger than the tank size carried for the
      *              vehicle's engine code (ENG-TANK-GALLONS on
      *              ENGMAST.DAT, kept by LAB3EMNT)
      *            - a row whose date or gallons cannot be read
      *          Rows that pass are appended to the fuel history file
      *          FUELHIST.TXT with the vehicle's engine code; every
      *          other row is listed with its reason on FUELEXC.TXT
      *          and is not posted, so LAB3FRPT's consumption figures
      *          are built from clean fills only. A vendor header row
      *          (first row with a non-numeric date) is skipped. An
      *          engine code with no tank size on file cannot be
      *          checked; those fills post and are counted on the
      *          footer so the gap in ENGMAST.DAT gets filled.
      *          FUELTXN.CSV is cleared once the run completes, the
      *          way LAB3TRN clears CARTRAN.TXT, so a night with no
      *          new vendor file posts nothing rather than posting
      *          yesterday's fills to FUELHIST.TXT a second time.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History:
      *   2026-10-15  HF  Initial version.
      *   2026-10-15  HF  Clears FUELTXN.CSV at end of run so the same
      *                   vendor file cannot be posted twice.
      *   2026-10-15  HF  A fill date that is not a real calendar date,
      *                   or gallons, amount or odometer too wide for
      *                   its field, now sends the row to FUELEXC.TXT
      *                   instead of posting it truncated.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3FUEL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FUEL-VENDOR-IN
               ASSIGN TO "..\FUELTXN.CSV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FUEL-CARD-FILE
               ASSIGN TO "..\FUELCARD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCD-CARD-NUMBER IN FUEL-CARD-RECORD.
           SELECT CAR-MASTER-FILE
               ASSIGN TO "..\CARMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-MODEL IN CAR-MASTER-RECORD
               ALTERNATE RECORD KEY IS CAR-OWNER-ID
                   IN CAR-MASTER-RECORD WITH DUPLICATES.
           SELECT OPTIONAL ENGINE-CODE-FILE
               ASSIGN TO "..\ENGMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENG-CODE IN ENGINE-CODE-RECORD.
           SELECT OPTIONAL FUEL-HISTORY-FILE
               ASSIGN TO "..\FUELHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FUEL-EXCEPTION-LISTING
               ASSIGN TO "..\FUELEXC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FUEL-VENDOR-IN.
       01 FUEL-VENDOR-RECORD           PIC X(132).

       FD FUEL-CARD-FILE.
           COPY FUELCRD REPLACING ==:REC-NAME:== BY
               ==FUEL-CARD-RECORD==.

       FD CAR-MASTER-FILE.
           COPY CARREC REPLACING ==:REC-NAME:== BY
               ==CAR-MASTER-RECORD==.

       FD ENGINE-CODE-FILE.
           COPY CARENG REPLACING ==:REC-NAME:== BY
               ==ENGINE-CODE-RECORD==.

       FD FUEL-HISTORY-FILE.
           COPY FUELHST REPLACING ==:REC-NAME:== BY
               ==FUEL-HISTORY-RECORD==.

       FD FUEL-EXCEPTION-LISTING.
       01 FUEL-EXCEPTION-OUT           PIC X(120).

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 EOF-FLG                  PIC X VALUE "N".
           05 WS-ROW-OK-SW             PIC X VALUE "Y".
               88 ROW-IS-OK            VALUE "Y".
           05 WS-TANK-KNOWN-SW         PIC X VALUE "N".
               88 TANK-SIZE-KNOWN      VALUE "Y".

       01  PARSE-FIELDS.
           05 WS-CSV-CARD              PIC X(16) VALUE SPACES.
           05 WS-CSV-DATE              PIC X(10) VALUE SPACES.
           05 WS-CSV-GALLONS           PIC X(12) VALUE SPACES.
           05 WS-CSV-AMOUNT            PIC X(12) VALUE SPACES.
           05 WS-CSV-ODOMETER          PIC X(12) VALUE SPACES.

       01  TRANSACTION-FIELDS.
           05 WS-TXN-DATE              PIC 9(8)    VALUE ZERO.
           05 WS-TXN-GALLONS           PIC 9(3)V99 VALUE ZERO.
           05 WS-TXN-AMOUNT            PIC 9(5)V99 VALUE ZERO.
           05 WS-TXN-ODOMETER          PIC 9(7)    VALUE ZERO.
           05 WS-TXN-MODEL             PIC X(15)   VALUE SPACES.
           05 WS-TXN-ENGINE-CODE       PIC X(4)    VALUE SPACES.
           05 WS-EXCEPTION-REASON      PIC X(30)   VALUE SPACES.

       01  FUEL-COUNTS.
           05 WS-ROWS-READ             PIC 9(7)    VALUE ZERO.
           05 WS-ROWS-POSTED           PIC 9(7)    VALUE ZERO.
           05 WS-EXCEPTION-COUNT       PIC 9(7)    VALUE ZERO.
           05 WS-NO-CARD-COUNT         PIC 9(7)    VALUE ZERO.
           05 WS-STATUS-COUNT          PIC 9(7)    VALUE ZERO.
           05 WS-OVER-TANK-COUNT       PIC 9(7)    VALUE ZERO.
           05 WS-BAD-ROW-COUNT         PIC 9(7)    VALUE ZERO.
           05 WS-NO-TANK-COUNT         PIC 9(7)    VALUE ZERO.
           05 WS-GALLONS-POSTED        PIC 9(7)V99 VALUE ZERO.
           05 WS-AMOUNT-POSTED         PIC 9(9)V99 VALUE ZERO.

       01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.

       01  WS-FUEL-TITLE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(37) VALUE
                  "FUEL CARD IMPORT EXCEPTIONS - RUN OF".
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-TITLE-DATE            PIC 9(8).

       01  WS-FUEL-COL-HDR.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE "CARD NUMBER".
           05 FILLER                   PIC X(10) VALUE "DATE".
           05 FILLER                   PIC X(8)  VALUE " GALLONS".
           05 FILLER                   PIC X(11) VALUE "     AMOUNT".
           05 FILLER                   PIC X(11) VALUE "   ODOMETER".
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE "CAR MODEL".
           05 FILLER                   PIC X(30) VALUE "REASON".

       01  WS-FUEL-DETAIL-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-FXL-CARD              PIC X(16).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-FXL-DATE              PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-FXL-GALLONS           PIC ZZ9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-FXL-AMOUNT            PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-FXL-ODOMETER          PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-FXL-CAR-MODEL         PIC X(15).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-FXL-REASON            PIC X(30).

       01  WS-FUEL-TOTAL-LINE-1.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "ROWS READ:".
           05 WS-FTL-READ              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(8)  VALUE "POSTED:".
           05 WS-FTL-POSTED            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE "EXCEPTIONS:".
           05 WS-FTL-EXCEPTIONS        PIC ZZZ,ZZ9.

       01  WS-FUEL-TOTAL-LINE-2.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
                  "CARD UNASSIGNED:".
           05 WS-FTL-NO-CARD           PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(15) VALUE
                  "VEHICLE STATUS:".
           05 WS-FTL-STATUS            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "OVER TANK:".
           05 WS-FTL-OVER-TANK         PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE "UNREADABLE:".
           05 WS-FTL-BAD-ROW           PIC ZZZ,ZZ9.

       01  WS-FUEL-TOTAL-LINE-3.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
                  "GALLONS POSTED:".
           05 WS-FTL-GALLONS           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(15) VALUE
                  "AMOUNT POSTED:".
           05 WS-FTL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(23) VALUE
                  "POSTED, NO TANK SIZE:".
           05 WS-FTL-NO-TANK           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-PROCEDURE-IMPORT-FUEL.
           PERFORM 201-INITIALIZE-IMPORT.
           PERFORM 202-PROCESS-VENDOR-ROW UNTIL EOF-FLG EQUAL TO "Y".
           PERFORM 208-WRITE-EXCEPTION-FOOTER.
           PERFORM 203-TERMINATE-IMPORT.
           PERFORM 204-CLEAR-VENDOR-FILE.
           STOP RUN.

       201-INITIALIZE-IMPORT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT  FUEL-VENDOR-IN.
           OPEN INPUT  FUEL-CARD-FILE.
           OPEN INPUT  CAR-MASTER-FILE.
           OPEN INPUT  ENGINE-CODE-FILE.
           OPEN EXTEND FUEL-HISTORY-FILE.
           OPEN OUTPUT FUEL-EXCEPTION-LISTING.
           MOVE WS-RUN-DATE TO WS-TITLE-DATE.
           WRITE FUEL-EXCEPTION-OUT FROM WS-FUEL-TITLE.
           WRITE FUEL-EXCEPTION-OUT FROM WS-FUEL-COL-HDR
               AFTER ADVANCING 2.
           PERFORM 300-READ-VENDOR-ROW.
           PERFORM 210-PARSE-VENDOR-ROW.
           IF EOF-FLG NOT EQUAL TO "Y"
                   AND WS-CSV-DATE(1:8) NOT NUMERIC
               PERFORM 300-READ-VENDOR-ROW
           END-IF.

       202-PROCESS-VENDOR-ROW.
           PERFORM 210-PARSE-VENDOR-ROW.
           IF WS-CSV-CARD NOT EQUAL TO SPACES
               ADD 1 TO WS-ROWS-READ
               MOVE "Y"    TO WS-ROW-OK-SW
               MOVE SPACES TO WS-EXCEPTION-REASON WS-TXN-MODEL
               PERFORM 400-EDIT-VENDOR-ROW
               IF ROW-IS-OK
                   PERFORM 410-MATCH-CARD
               END-IF
               IF ROW-IS-OK
                   PERFORM 420-CHECK-VEHICLE
               END-IF
               IF ROW-IS-OK
                   PERFORM 430-CHECK-TANK-SIZE
               END-IF
               IF ROW-IS-OK
                   PERFORM 450-POST-FUEL-HISTORY
               ELSE
                   PERFORM 460-WRITE-EXCEPTION-LINE
               END-IF
           END-IF.
           PERFORM 300-READ-VENDOR-ROW.

       203-TERMINATE-IMPORT.
           CLOSE FUEL-VENDOR-IN FUEL-CARD-FILE CAR-MASTER-FILE
               ENGINE-CODE-FILE FUEL-HISTORY-FILE
               FUEL-EXCEPTION-LISTING.
           DISPLAY "LAB3FUEL: " WS-ROWS-POSTED " POSTED, "
               WS-EXCEPTION-COUNT " EXCEPTIONS".

       204-CLEAR-VENDOR-FILE.
           OPEN OUTPUT FUEL-VENDOR-IN.
           CLOSE FUEL-VENDOR-IN.

       208-WRITE-EXCEPTION-FOOTER.
           MOVE WS-ROWS-READ       TO WS-FTL-READ.
           MOVE WS-ROWS-POSTED     TO WS-FTL-POSTED.
           MOVE WS-EXCEPTION-COUNT TO WS-FTL-EXCEPTIONS.
           WRITE FUEL-EXCEPTION-OUT FROM WS-FUEL-TOTAL-LINE-1
               AFTER ADVANCING 2.
           MOVE WS-NO-CARD-COUNT   TO WS-FTL-NO-CARD.
           MOVE WS-STATUS-COUNT    TO WS-FTL-STATUS.
           MOVE WS-OVER-TANK-COUNT TO WS-FTL-OVER-TANK.
           MOVE WS-BAD-ROW-COUNT   TO WS-FTL-BAD-ROW.
           WRITE FUEL-EXCEPTION-OUT FROM WS-FUEL-TOTAL-LINE-2
               AFTER ADVANCING 1.
           MOVE WS-GALLONS-POSTED  TO WS-FTL-GALLONS.
           MOVE WS-AMOUNT-POSTED   TO WS-FTL-AMOUNT.
           MOVE WS-NO-TANK-COUNT   TO WS-FTL-NO-TANK.
           WRITE FUEL-EXCEPTION-OUT FROM WS-FUEL-TOTAL-LINE-3
               AFTER ADVANCING 1.

       210-PARSE-VENDOR-ROW.
           MOVE SPACES TO PARSE-FIELDS.
           IF EOF-FLG NOT EQUAL TO "Y"
               UNSTRING FUEL-VENDOR-RECORD DELIMITED BY ","
                   INTO WS-CSV-CARD
                        WS-CSV-DATE
                        WS-CSV-GALLONS
                        WS-CSV-AMOUNT
                        WS-CSV-ODOMETER
               END-UNSTRING
           END-IF.

       300-READ-VENDOR-ROW.
           READ FUEL-VENDOR-IN AT END MOVE "Y" TO EOF-FLG.

       400-EDIT-VENDOR-ROW.
           MOVE ZERO TO WS-TXN-DATE WS-TXN-GALLONS WS-TXN-AMOUNT
               WS-TXN-ODOMETER.
           IF WS-CSV-DATE(1:8) NOT NUMERIC
               MOVE "N" TO WS-ROW-OK-SW
               MOVE "DATE NOT READABLE" TO WS-EXCEPTION-REASON
               ADD 1 TO WS-BAD-ROW-COUNT
           ELSE
               MOVE WS-CSV-DATE(1:8) TO WS-TXN-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-TXN-DATE)
                       NOT EQUAL TO ZERO
                   MOVE "N" TO WS-ROW-OK-SW
                   MOVE "DATE NOT VALID" TO WS-EXCEPTION-REASON
                   ADD 1 TO WS-BAD-ROW-COUNT
               ELSE
                   PERFORM 401-CONVERT-VENDOR-AMOUNTS
               END-IF
           END-IF.

      *    A VALUE TOO WIDE FOR ITS FIELD WOULD LOSE ITS HIGH DIGITS
      *    (1050.00 GALLONS POSTING AS 50.00), SO IT REJECTS THE ROW.
       401-CONVERT-VENDOR-AMOUNTS.
           COMPUTE WS-TXN-GALLONS =
               FUNCTION NUMVAL(WS-CSV-GALLONS)
               ON SIZE ERROR
                   MOVE "GALLONS TOO LARGE" TO WS-EXCEPTION-REASON
                   PERFORM 402-REJECT-OVERSIZE-VALUE
           END-COMPUTE.
           COMPUTE WS-TXN-AMOUNT =
               FUNCTION NUMVAL(WS-CSV-AMOUNT)
               ON SIZE ERROR
                   MOVE "AMOUNT TOO LARGE" TO WS-EXCEPTION-REASON
                   PERFORM 402-REJECT-OVERSIZE-VALUE
           END-COMPUTE.
           COMPUTE WS-TXN-ODOMETER =
               FUNCTION NUMVAL(WS-CSV-ODOMETER)
               ON SIZE ERROR
                   MOVE "ODOMETER TOO LARGE" TO WS-EXCEPTION-REASON
                   PERFORM 402-REJECT-OVERSIZE-VALUE
           END-COMPUTE.
           IF ROW-IS-OK AND WS-TXN-GALLONS EQUAL TO ZERO
               MOVE "N" TO WS-ROW-OK-SW
               MOVE "NO GALLONS ON ROW" TO WS-EXCEPTION-REASON
               ADD 1 TO WS-BAD-ROW-COUNT
           END-IF.

       402-REJECT-OVERSIZE-VALUE.
           IF ROW-IS-OK
               MOVE "N" TO WS-ROW-OK-SW
               ADD 1 TO WS-BAD-ROW-COUNT
           END-IF.

       410-MATCH-CARD.
           MOVE WS-CSV-CARD TO FCD-CARD-NUMBER.
           READ FUEL-CARD-FILE
               INVALID KEY
                   MOVE "N" TO WS-ROW-OK-SW
                   MOVE "CARD NOT ASSIGNED" TO WS-EXCEPTION-REASON
                   ADD 1 TO WS-NO-CARD-COUNT
               NOT INVALID KEY
                   MOVE FCD-CAR-MODEL TO WS-TXN-MODEL
                   IF NOT FCD-CARD-ACTIVE
                       MOVE "N" TO WS-ROW-OK-SW
                       MOVE "CARD DEACTIVATED" TO WS-EXCEPTION-REASON
                       ADD 1 TO WS-NO-CARD-COUNT
                   END-IF
           END-READ.

       420-CHECK-VEHICLE.
           MOVE WS-TXN-MODEL TO CAR-MODEL IN CAR-MASTER-RECORD.
           READ CAR-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-ROW-OK-SW
                   MOVE "VEHICLE NOT ON CARMAST.DAT"
                       TO WS-EXCEPTION-REASON
                   ADD 1 TO WS-STATUS-COUNT
               NOT INVALID KEY
                   MOVE ENGINE IN CAR-MASTER-RECORD(1:4)
                       TO WS-TXN-ENGINE-CODE
                   PERFORM 421-CHECK-VEHICLE-STATUS
           END-READ.

       421-CHECK-VEHICLE-STATUS.
           EVALUATE TRUE
               WHEN CAR-STATUS-SOLD IN CAR-MASTER-RECORD
                   MOVE "VEHICLE SOLD" TO WS-EXCEPTION-REASON
               WHEN CAR-STATUS-SCRAPPED IN CAR-MASTER-RECORD
                   MOVE "VEHICLE SCRAPPED" TO WS-EXCEPTION-REASON
               WHEN CAR-STATUS-IN-SHOP IN CAR-MASTER-RECORD
                   MOVE "VEHICLE IN SHOP" TO WS-EXCEPTION-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-EXCEPTION-REASON NOT EQUAL TO SPACES
               MOVE "N" TO WS-ROW-OK-SW
               ADD 1 TO WS-STATUS-COUNT
           END-IF.

       430-CHECK-TANK-SIZE.
           MOVE "N" TO WS-TANK-KNOWN-SW.
           MOVE WS-TXN-ENGINE-CODE TO ENG-CODE.
           READ ENGINE-CODE-FILE
               INVALID KEY
                   MOVE "N" TO WS-TANK-KNOWN-SW
               NOT INVALID KEY
                   IF ENG-TANK-GALLONS > ZERO
                       MOVE "Y" TO WS-TANK-KNOWN-SW
                   END-IF
           END-READ.
           IF NOT TANK-SIZE-KNOWN
               ADD 1 TO WS-NO-TANK-COUNT
           ELSE
               IF WS-TXN-GALLONS > ENG-TANK-GALLONS
                   MOVE "N" TO WS-ROW-OK-SW
                   MOVE "FILL LARGER THAN TANK SIZE"
                       TO WS-EXCEPTION-REASON
                   ADD 1 TO WS-OVER-TANK-COUNT
               END-IF
           END-IF.

       450-POST-FUEL-HISTORY.
           MOVE WS-CSV-CARD        TO FUEL-CARD-NUMBER.
           MOVE WS-TXN-MODEL       TO FUEL-CAR-MODEL.
           MOVE WS-TXN-ENGINE-CODE TO FUEL-ENGINE-CODE.
           MOVE WS-TXN-DATE        TO FUEL-TXN-DATE.
           MOVE WS-TXN-GALLONS     TO FUEL-GALLONS.
           MOVE WS-TXN-AMOUNT      TO FUEL-AMOUNT.
           MOVE WS-TXN-ODOMETER    TO FUEL-ODOMETER.
           MOVE WS-RUN-DATE        TO FUEL-IMPORT-DATE.
           WRITE FUEL-HISTORY-RECORD.
           ADD 1 TO WS-ROWS-POSTED.
           ADD WS-TXN-GALLONS TO WS-GALLONS-POSTED.
           ADD WS-TXN-AMOUNT  TO WS-AMOUNT-POSTED.

       460-WRITE-EXCEPTION-LINE.
           MOVE SPACES TO WS-FUEL-DETAIL-LINE.
           MOVE WS-CSV-CARD         TO WS-FXL-CARD.
           MOVE WS-CSV-DATE         TO WS-FXL-DATE.
           MOVE WS-TXN-GALLONS      TO WS-FXL-GALLONS.
           MOVE WS-TXN-AMOUNT       TO WS-FXL-AMOUNT.
           MOVE WS-TXN-ODOMETER     TO WS-FXL-ODOMETER.
           MOVE WS-TXN-MODEL        TO WS-FXL-CAR-MODEL.
           MOVE WS-EXCEPTION-REASON TO WS-FXL-REASON.
           WRITE FUEL-EXCEPTION-OUT FROM WS-FUEL-DETAIL-LINE
               AFTER ADVANCING 1.
           ADD 1 TO WS-EXCEPTION-COUNT.

       END PROGRAM LAB3FUEL.
