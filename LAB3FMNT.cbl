      ******************************************************************
      * Author:Hanna Felix
      * Date:October 15, 2026
      * Purpose: Maintain the fuel card assignment file (FUELCARD.DAT,
      *          an indexed file keyed on FCD-CARD-NUMBER) through a
      *          LAB3OMNT-style menu of Add / Change / Deactivate /
      *          Inquire / List. Each record names the CAR-MODEL a
      *          vendor fuel card rides in; LAB3FUEL matches the
      *          vendor's daily transactions through it. Add and
      *          Change check the car model against CARMAST.DAT so a
      *          card cannot be pointed at a unit that does not exist.
      *          Change moves a card to another vehicle and restamps
      *          the assignment date. Deactivate flips FCD-ACTIVE-FLAG
      *          to N and never physically deletes, since FUELHIST.TXT
      *          still carries the card number. Sits behind the
      *          OPRMAST.DAT sign-on: Add and Change need update
      *          permission, Deactivate needs full.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History:
      *   2026-10-15  HF  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3FMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPERATOR-PROFILE-FILE
               ASSIGN TO "..\OPRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-USERID IN OPERATOR-PROFILE-RECORD.
           SELECT OPTIONAL OPERATOR-LOG
               ASSIGN TO "..\OPRLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FUEL-CARD-FILE.
           COPY FUELCRD REPLACING ==:REC-NAME:== BY
               ==FUEL-CARD-RECORD==.

       FD CAR-MASTER-FILE.
           COPY CARREC REPLACING ==:REC-NAME:== BY
               ==CAR-MASTER-RECORD==.

       FD OPERATOR-PROFILE-FILE.
           COPY OPRMAS REPLACING ==:REC-NAME:== BY
               ==OPERATOR-PROFILE-RECORD==.

       FD OPERATOR-LOG.
           COPY OPRLOG REPLACING ==:REC-NAME:== BY
               ==OPERATOR-LOG-RECORD==.

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 WS-DONE-SW                PIC X VALUE "N".
               88 ALL-DONE               VALUE "Y".
           05 WS-MENU-CHOICE             PIC X VALUE SPACE.
               88 ADD-REQUESTED          VALUE "A" "a".
               88 CHANGE-REQUESTED       VALUE "C" "c".
               88 DEACTIVATE-REQUESTED   VALUE "D" "d".
               88 INQUIRE-REQUESTED      VALUE "I" "i".
               88 LIST-REQUESTED         VALUE "L" "l".
               88 QUIT-REQUESTED         VALUE "Q" "q".
           05 WS-CARD-FILE-EOF-SW        PIC X VALUE "N".
               88 CARD-FILE-EOF          VALUE "Y".
           05 WS-CAR-ON-FILE-SW          PIC X VALUE "N".
               88 CAR-IS-ON-FILE         VALUE "Y".

       01  WS-KEY-ENTRY                  PIC X(16) VALUE SPACES.

       01  WS-MAINT-FIELDS.
           05 WS-MODEL-ENTRY             PIC X(15) VALUE SPACES.

       01  WS-RUN-DATE                   PIC 9(8)  VALUE ZERO.

       01  WS-USERID                     PIC X(8)  VALUE SPACES.

       01  SIGN-ON-FIELDS.
           05 WS-SIGNON-ENTRY            PIC X(8)  VALUE SPACES.
           05 WS-OPERATOR-PERM           PIC X     VALUE SPACE.
               88 OPERATOR-CAN-UPDATE    VALUE "U" "F".
               88 OPERATOR-FULL          VALUE "F".
           05 WS-LOG-ACTION              PIC X(20) VALUE SPACES.
           05 WS-LOG-OUTCOME             PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-PROCEDURE-MAINTAIN-CARDS.
           PERFORM 200-INITIALIZE-MAINTENANCE.
           PERFORM 210-PROCESS-MENU-SELECTION UNTIL ALL-DONE.
           PERFORM 290-TERMINATE-MAINTENANCE.
           STOP RUN.

       200-INITIALIZE-MAINTENANCE.
           PERFORM 950-SIGN-ON-OPERATOR.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O   FUEL-CARD-FILE.
           OPEN INPUT CAR-MASTER-FILE.

       210-PROCESS-MENU-SELECTION.
           PERFORM 211-DISPLAY-MENU.
           PERFORM 212-ACCEPT-MENU-CHOICE.
           EVALUATE TRUE
               WHEN ADD-REQUESTED AND OPERATOR-CAN-UPDATE
                   PERFORM 300-ADD-CARD-RECORD
               WHEN ADD-REQUESTED
                   MOVE "FUEL CARD ADD" TO WS-LOG-ACTION
                   PERFORM 970-REPORT-NOT-AUTHORIZED
               WHEN CHANGE-REQUESTED AND OPERATOR-CAN-UPDATE
                   PERFORM 400-CHANGE-CARD-RECORD
               WHEN CHANGE-REQUESTED
                   MOVE "FUEL CARD CHANGE" TO WS-LOG-ACTION
                   PERFORM 970-REPORT-NOT-AUTHORIZED
               WHEN DEACTIVATE-REQUESTED AND OPERATOR-FULL
                   PERFORM 500-DEACTIVATE-CARD-RECORD
               WHEN DEACTIVATE-REQUESTED
                   MOVE "FUEL CARD DEACTIVATE" TO WS-LOG-ACTION
                   PERFORM 970-REPORT-NOT-AUTHORIZED
               WHEN INQUIRE-REQUESTED
                   PERFORM 600-INQUIRE-CARD-RECORD
               WHEN LIST-REQUESTED
                   PERFORM 700-LIST-CARD-RECORDS
               WHEN QUIT-REQUESTED
                   MOVE "Y" TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "INVALID SELECTION - TRY AGAIN"
           END-EVALUATE.

       211-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "----- FUEL CARD ASSIGNMENT MAINTENANCE -----".
           DISPLAY "  A = ADD A FUEL CARD".
           DISPLAY "  C = CHANGE A CARD'S VEHICLE".
           DISPLAY "  D = DEACTIVATE A FUEL CARD".
           DISPLAY "  I = INQUIRE ON A FUEL CARD".
           DISPLAY "  L = LIST THE FUEL CARDS".
           DISPLAY "  Q = QUIT".

       212-ACCEPT-MENU-CHOICE.
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE FROM CONSOLE.

       290-TERMINATE-MAINTENANCE.
           CLOSE FUEL-CARD-FILE CAR-MASTER-FILE.

       300-ADD-CARD-RECORD.
           PERFORM 301-ACCEPT-CARD-NUMBER.
           PERFORM 302-ACCEPT-CAR-MODEL.
           EVALUATE TRUE
               WHEN WS-KEY-ENTRY EQUAL TO SPACES
                   DISPLAY "CARD NUMBER IS BLANK - NOT ADDED"
               WHEN NOT CAR-IS-ON-FILE
                   DISPLAY "CAR MODEL NOT ON CARMAST.DAT - NOT ADDED"
               WHEN OTHER
                   PERFORM 310-WRITE-NEW-CARD
           END-EVALUATE.

       301-ACCEPT-CARD-NUMBER.
           DISPLAY "ENTER FUEL CARD NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-KEY-ENTRY FROM CONSOLE.

       302-ACCEPT-CAR-MODEL.
           DISPLAY "ENTER CAR MODEL: " WITH NO ADVANCING.
           ACCEPT WS-MODEL-ENTRY FROM CONSOLE.
           PERFORM 320-CHECK-CAR-ON-MASTER.

       310-WRITE-NEW-CARD.
           MOVE WS-KEY-ENTRY   TO FCD-CARD-NUMBER.
           MOVE WS-MODEL-ENTRY TO FCD-CAR-MODEL.
           MOVE WS-RUN-DATE    TO FCD-ASSIGN-DATE.
           MOVE "Y"            TO FCD-ACTIVE-FLAG.
           WRITE FUEL-CARD-RECORD
               INVALID KEY
                   DISPLAY "CARD NUMBER ALREADY ON FILE - NOT ADDED"
               NOT INVALID KEY
                   DISPLAY "FUEL CARD " WS-KEY-ENTRY " ADDED"
           END-WRITE.

       320-CHECK-CAR-ON-MASTER.
           MOVE "N" TO WS-CAR-ON-FILE-SW.
           IF WS-MODEL-ENTRY NOT EQUAL TO SPACES
               MOVE WS-MODEL-ENTRY TO CAR-MODEL IN CAR-MASTER-RECORD
               READ CAR-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-CAR-ON-FILE-SW
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CAR-ON-FILE-SW
               END-READ
           END-IF.

       400-CHANGE-CARD-RECORD.
           PERFORM 301-ACCEPT-CARD-NUMBER.
           MOVE WS-KEY-ENTRY TO FCD-CARD-NUMBER.
           READ FUEL-CARD-FILE
               INVALID KEY
                   DISPLAY "CARD NUMBER NOT ON FILE - NOT CHANGED"
               NOT INVALID KEY
                   PERFORM 401-CHANGE-CARD-VEHICLE
           END-READ.

       401-CHANGE-CARD-VEHICLE.
           PERFORM 302-ACCEPT-CAR-MODEL.
           IF NOT CAR-IS-ON-FILE
               DISPLAY "CAR MODEL NOT ON CARMAST.DAT - NOT CHANGED"
           ELSE
               MOVE WS-MODEL-ENTRY TO FCD-CAR-MODEL
               MOVE WS-RUN-DATE    TO FCD-ASSIGN-DATE
               MOVE "Y"            TO FCD-ACTIVE-FLAG
               REWRITE FUEL-CARD-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED - RECORD NOT CHANGED"
                   NOT INVALID KEY
                       DISPLAY "FUEL CARD " WS-KEY-ENTRY
                           " NOW ASSIGNED TO " WS-MODEL-ENTRY
               END-REWRITE
           END-IF.

       500-DEACTIVATE-CARD-RECORD.
           PERFORM 301-ACCEPT-CARD-NUMBER.
           MOVE WS-KEY-ENTRY TO FCD-CARD-NUMBER.
           READ FUEL-CARD-FILE
               INVALID KEY
                   DISPLAY "CARD NUMBER NOT ON FILE - NOT DEACTIVATED"
               NOT INVALID KEY
                   PERFORM 501-FLIP-ACTIVE-FLAG
           END-READ.

       501-FLIP-ACTIVE-FLAG.
           IF NOT FCD-CARD-ACTIVE
               DISPLAY "FUEL CARD " WS-KEY-ENTRY " IS ALREADY INACTIVE"
           ELSE
               MOVE "N" TO FCD-ACTIVE-FLAG
               REWRITE FUEL-CARD-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED - NOT DEACTIVATED"
                   NOT INVALID KEY
                       DISPLAY "FUEL CARD " WS-KEY-ENTRY
                           " DEACTIVATED"
                       MOVE "FUEL CARD DEACTIVATE" TO WS-LOG-ACTION
                       MOVE "ALLOWED"              TO WS-LOG-OUTCOME
                       PERFORM 960-WRITE-OPERATOR-LOG
               END-REWRITE
           END-IF.

       600-INQUIRE-CARD-RECORD.
           PERFORM 301-ACCEPT-CARD-NUMBER.
           MOVE WS-KEY-ENTRY TO FCD-CARD-NUMBER.
           READ FUEL-CARD-FILE
               INVALID KEY
                   DISPLAY "CARD NUMBER NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "CARD NUMBER   : " FCD-CARD-NUMBER
                   DISPLAY "CAR MODEL     : " FCD-CAR-MODEL
                   DISPLAY "ASSIGNED      : " FCD-ASSIGN-DATE
                   DISPLAY "ACTIVE        : " FCD-ACTIVE-FLAG
           END-READ.

       700-LIST-CARD-RECORDS.
           MOVE "N" TO WS-CARD-FILE-EOF-SW.
           MOVE LOW-VALUES TO FCD-CARD-NUMBER.
           START FUEL-CARD-FILE KEY NOT LESS THAN
                   FCD-CARD-NUMBER IN FUEL-CARD-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-CARD-FILE-EOF-SW
           END-START.
           IF NOT CARD-FILE-EOF
               PERFORM 710-READ-NEXT-CARD
               PERFORM 720-LIST-ONE-CARD UNTIL CARD-FILE-EOF
           END-IF.

       710-READ-NEXT-CARD.
           READ FUEL-CARD-FILE NEXT RECORD AT END
               MOVE "Y" TO WS-CARD-FILE-EOF-SW.

       720-LIST-ONE-CARD.
           DISPLAY FCD-CARD-NUMBER "  " FCD-CAR-MODEL "  "
               FCD-ASSIGN-DATE "  " FCD-ACTIVE-FLAG.
           PERFORM 710-READ-NEXT-CARD.

       950-SIGN-ON-OPERATOR.
           OPEN INPUT OPERATOR-PROFILE-FILE.
           DISPLAY "SIGN ON - ENTER USERID: " WITH NO ADVANCING.
           ACCEPT WS-SIGNON-ENTRY FROM CONSOLE.
           MOVE WS-SIGNON-ENTRY TO OPR-USERID.
           READ OPERATOR-PROFILE-FILE
               INVALID KEY
                   MOVE WS-SIGNON-ENTRY TO WS-USERID
                   MOVE "SIGN-ON"       TO WS-LOG-ACTION
                   MOVE "DENIED"        TO WS-LOG-OUTCOME
                   PERFORM 960-WRITE-OPERATOR-LOG
                   DISPLAY "USERID NOT ON OPERATOR PROFILE - "
                       "SESSION ENDED"
                   CLOSE OPERATOR-PROFILE-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   MOVE OPR-PERM-LEVEL  TO WS-OPERATOR-PERM
                   MOVE WS-SIGNON-ENTRY TO WS-USERID
           END-READ.
           CLOSE OPERATOR-PROFILE-FILE.

       960-WRITE-OPERATOR-LOG.
           MOVE WS-USERID       TO LOG-USERID.
           MOVE "LAB3FMNT"      TO LOG-PROGRAM.
           MOVE WS-LOG-ACTION   TO LOG-ACTION.
           MOVE WS-LOG-OUTCOME  TO LOG-OUTCOME.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME FROM TIME.
           OPEN EXTEND OPERATOR-LOG.
           WRITE OPERATOR-LOG-RECORD.
           CLOSE OPERATOR-LOG.

       970-REPORT-NOT-AUTHORIZED.
           MOVE "DENIED" TO WS-LOG-OUTCOME.
           PERFORM 960-WRITE-OPERATOR-LOG.
           DISPLAY "USERID " WS-USERID " IS NOT AUTHORIZED FOR "
               WS-LOG-ACTION.

       END PROGRAM LAB3FMNT.
