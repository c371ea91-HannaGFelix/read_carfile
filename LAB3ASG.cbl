      *-----------------------------------------------------------------
      * Modification History:
      *   2026-09-02  HF  Initial version.
      *   2026-10-15  HF  Each booking now names its driver
      *                   (ASG-DRIVER-ID, validated against the
      *                   DRVMAST.DAT driver master LAB3DMNT maintains).
      *                   A booking is refused when the driver is not
      *                   on file or inactive, when the license or
      *                   medical card expires before the date needed,
      *                   when the license class is too low for the
      *                   vehicle's TOWING-CAPACITY (class A covers
      *                   any capacity, B and C are capped below), or
      *                   when the driver already holds an open
      *                   commitment on that date - the same scan that
      *                   catches a double-booked vehicle.
      *   2026-10-15  HF  A booking is refused when the vehicle's
      *                   CAR-OWNER-ID is on credit hold on OWNMAST.DAT
      *                   (OWN-CREDIT-HOLD, set by the LAB3DUN dunning
      *                   run and released by LAB3PAY).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3ASG.
               RECORD KEY IS CAR-MODEL IN CAR-MASTER-RECORD
               ALTERNATE RECORD KEY IS CAR-OWNER-ID
                   IN CAR-MASTER-RECORD WITH DUPLICATES.
           SELECT DRIVER-MASTER-FILE
               ASSIGN TO "..\DRVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRV-DRIVER-ID IN DRIVER-MASTER-RECORD.
           SELECT OPTIONAL OWNER-MASTER-FILE
               ASSIGN TO "..\OWNMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-OWNER-ID IN OWNER-MASTER-RECORD.

       DATA DIVISION.
       FILE SECTION.
           COPY CARREC REPLACING ==:REC-NAME:== BY
               ==CAR-MASTER-RECORD==.

       FD DRIVER-MASTER-FILE.
           COPY DRVMAS REPLACING ==:REC-NAME:== BY
               ==DRIVER-MASTER-RECORD==.

       FD OWNER-MASTER-FILE.
           COPY OWNMAS REPLACING ==:REC-NAME:== BY
               ==OWNER-MASTER-RECORD==.

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 WS-DONE-SW                PIC X VALUE "N".
               88 CAR-IS-ON-FILE         VALUE "Y".
           05 WS-DOUBLE-BOOKED-SW        PIC X VALUE "N".
               88 VEHICLE-DOUBLE-BOOKED  VALUE "Y".
           05 WS-DRIVER-QUALIFIED-SW     PIC X VALUE "N".
               88 DRIVER-IS-QUALIFIED    VALUE "Y".
           05 WS-DRIVER-BOOKED-SW        PIC X VALUE "N".
               88 DRIVER-DOUBLE-BOOKED   VALUE "Y".
           05 WS-OWNER-HOLD-SW           PIC X VALUE "N".
               88 OWNER-ON-CREDIT-HOLD   VALUE "Y".

       01  WS-KEY-ENTRY                  PIC X(8)  VALUE SPACES.

           05 WS-DATE-NEEDED-ENTRY       PIC 9(8)  VALUE ZERO.
           05 WS-WEIGHT-ENTRY            PIC X(8)  VALUE SPACES.
           05 WS-LOAD-WEIGHT-ENTRY       PIC 9(8)  VALUE ZERO.
           05 WS-DRIVER-ENTRY            PIC X(8)  VALUE SPACES.

       01  LICENSE-CLASS-LIMITS.
           05 WS-CLASS-B-MAX-TOWING      PIC 9(8)  VALUE 26000.
           05 WS-CLASS-C-MAX-TOWING      PIC 9(8)  VALUE 10000.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       200-INITIALIZE-BOOKING.
           OPEN I-O ASSIGNMENT-FILE.
           OPEN INPUT CAR-MASTER-FILE.
           OPEN INPUT DRIVER-MASTER-FILE.
           OPEN INPUT OWNER-MASTER-FILE.

       210-PROCESS-MENU-SELECTION.
           PERFORM 211-DISPLAY-MENU.
       211-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "----- DISPATCH ASSIGNMENT BOOKING -----".
           DISPLAY "  B = BOOK A VEHICLE AND DRIVER TO A JOB".
           DISPLAY "  P = POST COMPLETION OF A JOB".
           DISPLAY "  X = CANCEL A BOOKING".
           DISPLAY "  I = INQUIRE ON A BOOKING".
           ACCEPT WS-MENU-CHOICE FROM CONSOLE.

       290-TERMINATE-BOOKING.
           CLOSE ASSIGNMENT-FILE CAR-MASTER-FILE DRIVER-MASTER-FILE
               OWNER-MASTER-FILE.

       300-BOOK-ASSIGNMENT.
           PERFORM 301-ACCEPT-JOB-ID.
           IF NOT CAR-IS-ON-FILE
               DISPLAY "CAR MODEL NOT ON CARMAST.DAT - NOT BOOKED"
           ELSE
               PERFORM 350-CHECK-OWNER-CREDIT
               IF OWNER-ON-CREDIT-HOLD
                   DISPLAY "OWNER " CAR-OWNER-ID " IS ON CREDIT HOLD "
                       "- NOT BOOKED"
               ELSE
                   PERFORM 305-CHECK-DRIVER-AND-BOOK
               END-IF
           END-IF.

               DISPLAY "LOAD WEIGHT NOT NUMERIC - TREATED AS ZERO"
               MOVE ZERO TO WS-LOAD-WEIGHT-ENTRY
           END-IF.
           DISPLAY "ENTER DRIVER ID: " WITH NO ADVANCING.
           ACCEPT WS-DRIVER-ENTRY FROM CONSOLE.

       305-CHECK-DRIVER-AND-BOOK.
           PERFORM 340-CHECK-DRIVER-QUALIFIED.
           IF NOT DRIVER-IS-QUALIFIED
               DISPLAY "DRIVER " WS-DRIVER-ENTRY " NOT QUALIFIED "
                   "FOR THIS BOOKING - NOT BOOKED"
           ELSE
               PERFORM 320-CHECK-DOUBLE-BOOKING
               EVALUATE TRUE
                   WHEN VEHICLE-DOUBLE-BOOKED
                       DISPLAY "VEHICLE ALREADY COMMITTED ON "
                           WS-DATE-NEEDED-ENTRY " - NOT BOOKED"
                   WHEN DRIVER-DOUBLE-BOOKED
                       DISPLAY "DRIVER ALREADY COMMITTED ON "
                           WS-DATE-NEEDED-ENTRY " - NOT BOOKED"
                   WHEN OTHER
                       PERFORM 330-WRITE-NEW-ASSIGNMENT
               END-EVALUATE
           END-IF.

       310-CHECK-CAR-ON-MASTER.
           MOVE "N" TO WS-CAR-ON-FILE-SW.

       320-CHECK-DOUBLE-BOOKING.
           MOVE "N" TO WS-DOUBLE-BOOKED-SW.
           MOVE "N" TO WS-DRIVER-BOOKED-SW.
           MOVE "N" TO WS-ASSIGN-EOF-SW.
           MOVE LOW-VALUES TO ASG-JOB-ID.
           START ASSIGNMENT-FILE KEY NOT LESS THAN
               MOVE "Y" TO WS-DOUBLE-BOOKED-SW
               DISPLAY "OPEN COMMITMENT: JOB " ASG-JOB-ID
           END-IF.
           IF ASG-STATUS-OPEN
                   AND ASG-DRIVER-ID EQUAL TO WS-DRIVER-ENTRY
                   AND ASG-DATE-NEEDED EQUAL TO WS-DATE-NEEDED-ENTRY
               MOVE "Y" TO WS-DRIVER-BOOKED-SW
               DISPLAY "DRIVER OPEN COMMITMENT: JOB " ASG-JOB-ID
           END-IF.
           PERFORM 315-READ-NEXT-ASSIGNMENT.

       315-READ-NEXT-ASSIGNMENT.
           MOVE WS-DATE-NEEDED-ENTRY TO ASG-DATE-NEEDED.
           MOVE WS-LOAD-WEIGHT-ENTRY TO ASG-LOAD-WEIGHT.
           MOVE "O"                  TO ASG-STATUS.
           MOVE WS-DRIVER-ENTRY      TO ASG-DRIVER-ID.
           WRITE ASSIGNMENT-RECORD
               INVALID KEY
                   DISPLAY "JOB " WS-KEY-ENTRY " ALREADY BOOKED - "
                       "NOT BOOKED"
               NOT INVALID KEY
                   DISPLAY "JOB " WS-KEY-ENTRY " BOOKED TO "
                       WS-MODEL-ENTRY " WITH DRIVER " WS-DRIVER-ENTRY
           END-WRITE.

       340-CHECK-DRIVER-QUALIFIED.
           MOVE "N" TO WS-DRIVER-QUALIFIED-SW.
           MOVE WS-DRIVER-ENTRY TO DRV-DRIVER-ID.
           READ DRIVER-MASTER-FILE
               INVALID KEY
                   DISPLAY "DRIVER NOT ON DRVMAST.DAT"
               NOT INVALID KEY
                   MOVE "Y" TO WS-DRIVER-QUALIFIED-SW
                   PERFORM 341-TEST-DRIVER-DATES
                   PERFORM 342-TEST-LICENSE-CLASS
           END-READ.

       341-TEST-DRIVER-DATES.
           IF NOT DRV-DRIVER-ACTIVE
               DISPLAY "DRIVER IS INACTIVE"
               MOVE "N" TO WS-DRIVER-QUALIFIED-SW
           END-IF.
           IF DRV-LICENSE-EXPIRY < WS-DATE-NEEDED-ENTRY
               DISPLAY "LICENSE EXPIRES " DRV-LICENSE-EXPIRY
                   " - BEFORE DATE NEEDED"
               MOVE "N" TO WS-DRIVER-QUALIFIED-SW
           END-IF.
           IF DRV-MEDICAL-EXPIRY < WS-DATE-NEEDED-ENTRY
               DISPLAY "MEDICAL CARD EXPIRES " DRV-MEDICAL-EXPIRY
                   " - BEFORE DATE NEEDED"
               MOVE "N" TO WS-DRIVER-QUALIFIED-SW
           END-IF.

       342-TEST-LICENSE-CLASS.
           EVALUATE TRUE
               WHEN DRV-CLASS-A
                   CONTINUE
               WHEN DRV-CLASS-B
                       AND TOWING-CAPACITY > WS-CLASS-B-MAX-TOWING
                   DISPLAY "CLASS B LICENSE TOO LOW FOR TOWING "
                       "CAPACITY " TOWING-CAPACITY
                   MOVE "N" TO WS-DRIVER-QUALIFIED-SW
               WHEN DRV-CLASS-C
                       AND TOWING-CAPACITY > WS-CLASS-C-MAX-TOWING
                   DISPLAY "CLASS C LICENSE TOO LOW FOR TOWING "
                       "CAPACITY " TOWING-CAPACITY
                   MOVE "N" TO WS-DRIVER-QUALIFIED-SW
               WHEN NOT DRV-CLASS-VALID
                   DISPLAY "LICENSE CLASS " DRV-LICENSE-CLASS
                       " NOT RECOGNIZED"
                   MOVE "N" TO WS-DRIVER-QUALIFIED-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       350-CHECK-OWNER-CREDIT.
           MOVE "N" TO WS-OWNER-HOLD-SW.
           MOVE CAR-OWNER-ID TO OWN-OWNER-ID.
           READ OWNER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OWN-ON-CREDIT-HOLD
                       MOVE "Y" TO WS-OWNER-HOLD-SW
                   END-IF
           END-READ.

       400-POST-COMPLETION.
           PERFORM 301-ACCEPT-JOB-ID.
           MOVE WS-KEY-ENTRY TO ASG-JOB-ID.
                   DISPLAY "CAR MODEL  : " ASG-CAR-MODEL
                   DISPLAY "DATE NEEDED: " ASG-DATE-NEEDED
                   DISPLAY "LOAD WEIGHT: " ASG-LOAD-WEIGHT
                   DISPLAY "DRIVER ID  : " ASG-DRIVER-ID
                   DISPLAY "STATUS     : " ASG-STATUS
           END-READ.

