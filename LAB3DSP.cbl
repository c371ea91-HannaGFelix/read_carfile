      *                   excluded, which is what actually stops the
      *                   same truck being promised twice for one
      *                   date.
      *   2026-10-15  HF  Vehicles whose CAR-OWNER-ID is on credit hold
      *                   are excluded. The held owners are table-loaded
      *                   straight from OWNMAST.DAT (OWN-CREDIT-HOLD,
      *                   set by LAB3DUN, released by LAB3PAY) rather
      *                   than OWNERMAS.TXT, so a hold placed or
      *                   released since the last unload takes effect
      *                   at once. The footer counts the vehicle
      *                   matches left off for a hold.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3DSP.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASG-JOB-ID IN ASSIGNMENT-RECORD.
           SELECT OPTIONAL OWNER-HOLD-FILE
               ASSIGN TO "..\OWNMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OWN-OWNER-ID IN OWNER-HOLD-RECORD.

       DATA DIVISION.
       FILE SECTION.
           COPY CARASG REPLACING ==:REC-NAME:== BY
               ==ASSIGNMENT-RECORD==.

       FD OWNER-HOLD-FILE.
           COPY OWNMAS REPLACING ==:REC-NAME:== BY
               ==OWNER-HOLD-RECORD==.

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 JOB-FILE-EOF-SW          PIC X VALUE "N".
               88 ASSIGN-FILE-EOF      VALUE "Y".
           05 WS-COMMITTED-SW          PIC X VALUE "N".
               88 VEHICLE-COMMITTED    VALUE "Y".
           05 OWNER-HOLD-EOF-SW        PIC X VALUE "N".
               88 OWNER-HOLD-EOF       VALUE "Y".
           05 WS-OWNER-HELD-SW         PIC X VALUE "N".
               88 OWNER-IS-HELD        VALUE "Y".

       01  ACTIVE-OWNER-TABLE.
           05 WS-OWNER-COUNT           PIC 9(4) VALUE ZERO.
               10 COMMIT-TABLE-MODEL   PIC X(15).
               10 COMMIT-TABLE-DATE    PIC 9(8).

       01  HELD-OWNER-TABLE.
           05 WS-HELD-COUNT            PIC 9(4) VALUE ZERO.
           05 HELD-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-HELD-COUNT
                   INDEXED BY HELD-IDX.
               10 HELD-TABLE-ID        PIC X(8).

       01  DISPATCH-FIELDS.
           05 WS-SAFETY-MARGIN-PCT     PIC 9(3) VALUE 125.
           05 WS-JOB-LOAD-WEIGHT       PIC 9(8) VALUE ZERO.
           05 WS-JOBS-COVERED          PIC 9(7) VALUE ZERO.
           05 WS-JOBS-UNCOVERED        PIC 9(7) VALUE ZERO.
           05 WS-JOBS-REJECTED         PIC 9(7) VALUE ZERO.
           05 WS-VEHICLES-HELD         PIC 9(7) VALUE ZERO.

       01  WS-DISPATCH-TITLE.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE "SKIPPED:".
           05 WS-DSP-TOTAL-REJECTED    PIC ZZZ,ZZ9.

       01  WS-DISPATCH-HOLD-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(41) VALUE
                  "MATCHES LEFT OFF - OWNER ON CREDIT HOLD:".
           05 WS-DSP-TOTAL-HELD        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 220-LOAD-ACTIVE-OWNER-TABLE.
           PERFORM 225-LOAD-OPEN-ORDER-TABLE.
           PERFORM 227-LOAD-OPEN-COMMIT-TABLE.
           PERFORM 229-LOAD-HELD-OWNER-TABLE.
           OPEN INPUT  TOW-JOB-FILE.
           OPEN OUTPUT DISPATCH-LISTING.
           WRITE DISPATCH-RECORD-OUT FROM WS-DISPATCH-TITLE.
           MOVE WS-JOBS-REJECTED  TO WS-DSP-TOTAL-REJECTED.
           WRITE DISPATCH-RECORD-OUT FROM WS-DISPATCH-TOTAL-LINE
               AFTER ADVANCING 2.
           MOVE WS-VEHICLES-HELD  TO WS-DSP-TOTAL-HELD.
           WRITE DISPATCH-RECORD-OUT FROM WS-DISPATCH-HOLD-LINE
               AFTER ADVANCING 1.

       220-LOAD-ACTIVE-OWNER-TABLE.
           OPEN INPUT OWNER-MASTER-FILE-IN.
           END-IF.
           PERFORM 317-READ-ASSIGNMENT.

       229-LOAD-HELD-OWNER-TABLE.
           OPEN INPUT OWNER-HOLD-FILE.
           PERFORM 318-READ-OWNER-HOLD.
           PERFORM 230-LOAD-ONE-HELD-OWNER UNTIL OWNER-HOLD-EOF.
           CLOSE OWNER-HOLD-FILE.

       230-LOAD-ONE-HELD-OWNER.
           IF OWN-ON-CREDIT-HOLD IN OWNER-HOLD-RECORD
               IF WS-HELD-COUNT < 200
                   ADD 1 TO WS-HELD-COUNT
                   SET HELD-IDX TO WS-HELD-COUNT
                   MOVE OWN-OWNER-ID IN OWNER-HOLD-RECORD
                       TO HELD-TABLE-ID(HELD-IDX)
               ELSE
                   DISPLAY "LAB3DSP: MORE THAN 200 OWNERS ON CREDIT "
                       "HOLD - OWNER " OWN-OWNER-ID IN
                       OWNER-HOLD-RECORD " NOT TABLED - ITS "
                       "VEHICLES MAY BE LISTED"
               END-IF
           END-IF.
           PERFORM 318-READ-OWNER-HOLD.

       305-READ-TOW-JOB.
           READ TOW-JOB-FILE AT END MOVE "Y" TO JOB-FILE-EOF-SW.

           READ ASSIGNMENT-FILE NEXT RECORD AT END
               MOVE "Y" TO ASSIGN-FILE-EOF-SW.

       318-READ-OWNER-HOLD.
           READ OWNER-HOLD-FILE NEXT RECORD AT END
               MOVE "Y" TO OWNER-HOLD-EOF-SW.

       400-MATCH-FLEET-TO-JOB.
           MOVE JOB-LOAD-WEIGHT TO WS-JOB-LOAD-WEIGHT.
           COMPUTE WS-REQUIRED-CAPACITY ROUNDED =
               IF VEHICLE-AVAILABLE AND NOT VEHICLE-COMMITTED
                   PERFORM 430-CHECK-OWNER-ACTIVE
                   IF OWNER-IS-ACTIVE
                       PERFORM 470-CHECK-OWNER-HOLD
                       IF OWNER-IS-HELD
                           ADD 1 TO WS-VEHICLES-HELD
                       ELSE
                           PERFORM 440-WRITE-QUALIFIED-VEHICLE
                       END-IF
                   END-IF
               END-IF
           END-IF.
               END-SEARCH
           END-IF.

       470-CHECK-OWNER-HOLD.
           MOVE "N" TO WS-OWNER-HELD-SW.
           SET HELD-IDX TO 1.
           IF WS-HELD-COUNT > ZERO
               SEARCH HELD-ENTRY
                   AT END
                       CONTINUE
                   WHEN HELD-TABLE-ID(HELD-IDX) EQUAL TO
                           CAR-OWNER-ID IN CAR-RECORD-IN
                       MOVE "Y" TO WS-OWNER-HELD-SW
               END-SEARCH
           END-IF.

       440-WRITE-QUALIFIED-VEHICLE.
           ADD 1 TO WS-JOB-QUALIFIED-COUNT.
           MOVE CAR-MODEL IN CAR-RECORD-IN  TO WS-DSP-CAR-MODEL.
