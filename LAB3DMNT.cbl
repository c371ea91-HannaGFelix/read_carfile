      ******************************************************************
      * Author:Hanna Felix
      * Date:October 15, 2026
      * Purpose: Maintain the driver master (DRVMAST.DAT, an indexed
      *          file keyed on DRV-DRIVER-ID) through a LAB3OMNT-style
      *          menu of Add / Change / Deactivate / Inquire / List.
      *          Dispatch has been tracking who holds which license
      *          class, and when the license and medical card run
      *          out, on a whiteboard; LAB3ASG now refuses a booking
      *          for a driver who is not on this file, is inactive,
      *          holds too low a class for the vehicle, or whose
      *          license or medical card lapses before the job date.
      *          On Change a blank entry keeps the current value.
      *          Deactivate flips DRV-ACTIVE-FLAG to N and never
      *          physically deletes, since bookings on CARASGN.DAT
      *          still carry the driver id. Sits behind the
      *          OPRMAST.DAT sign-on: Add and Change need update
      *          permission, Deactivate needs full.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History:
      *   2026-10-15  HF  Initial version.
      *   2026-10-15  HF  License and medical card expiry entries are
      *                   tested as real calendar dates, so 20261399
      *                   is refused rather than stored on DRVMAST.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3DMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DRIVER-MASTER-FILE
               ASSIGN TO "..\DRVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRV-DRIVER-ID IN DRIVER-MASTER-RECORD.
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
       FD DRIVER-MASTER-FILE.
           COPY DRVMAS REPLACING ==:REC-NAME:== BY
               ==DRIVER-MASTER-RECORD==.

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
           05 WS-DRIVER-FILE-EOF-SW      PIC X VALUE "N".
               88 DRIVER-FILE-EOF        VALUE "Y".
           05 WS-ENTRY-VALID-SW          PIC X VALUE "Y".
               88 ENTRY-IS-VALID         VALUE "Y".

       01  WS-KEY-ENTRY                  PIC X(8)  VALUE SPACES.

       01  WS-MAINT-FIELDS.
           05 WS-NAME-ENTRY              PIC X(30) VALUE SPACES.
           05 WS-CLASS-ENTRY             PIC X     VALUE SPACE.
           05 WS-LICENSE-DATE-ENTRY      PIC X(8)  VALUE SPACES.
           05 WS-MEDICAL-DATE-ENTRY      PIC X(8)  VALUE SPACES.
           05 WS-DATE-CHECK              PIC 9(8)  VALUE ZERO.
           05 WS-ACTIVE-FLAG-ENTRY       PIC X     VALUE SPACE.

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

       100-PROCEDURE-MAINTAIN-DRIVERS.
           PERFORM 200-INITIALIZE-MAINTENANCE.
           PERFORM 210-PROCESS-MENU-SELECTION UNTIL ALL-DONE.
           PERFORM 290-TERMINATE-MAINTENANCE.
           STOP RUN.

       200-INITIALIZE-MAINTENANCE.
           PERFORM 950-SIGN-ON-OPERATOR.
           OPEN I-O DRIVER-MASTER-FILE.

       210-PROCESS-MENU-SELECTION.
           PERFORM 211-DISPLAY-MENU.
           PERFORM 212-ACCEPT-MENU-CHOICE.
           EVALUATE TRUE
               WHEN ADD-REQUESTED AND OPERATOR-CAN-UPDATE
                   PERFORM 300-ADD-DRIVER-RECORD
               WHEN ADD-REQUESTED
                   MOVE "DRIVER ADD" TO WS-LOG-ACTION
                   PERFORM 970-REPORT-NOT-AUTHORIZED
               WHEN CHANGE-REQUESTED AND OPERATOR-CAN-UPDATE
                   PERFORM 400-CHANGE-DRIVER-RECORD
               WHEN CHANGE-REQUESTED
                   MOVE "DRIVER CHANGE" TO WS-LOG-ACTION
                   PERFORM 970-REPORT-NOT-AUTHORIZED
               WHEN DEACTIVATE-REQUESTED AND OPERATOR-FULL
                   PERFORM 500-DEACTIVATE-DRIVER-RECORD
               WHEN DEACTIVATE-REQUESTED
                   MOVE "DRIVER DEACTIVATE" TO WS-LOG-ACTION
                   PERFORM 970-REPORT-NOT-AUTHORIZED
               WHEN INQUIRE-REQUESTED
                   PERFORM 600-INQUIRE-DRIVER-RECORD
               WHEN LIST-REQUESTED
                   PERFORM 700-LIST-DRIVER-RECORDS
               WHEN QUIT-REQUESTED
                   MOVE "Y" TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "INVALID SELECTION - TRY AGAIN"
           END-EVALUATE.

       211-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "----- DRIVER MASTER FILE MAINTENANCE -----".
           DISPLAY "  A = ADD A DRIVER".
           DISPLAY "  C = CHANGE A DRIVER".
           DISPLAY "  D = DEACTIVATE A DRIVER".
           DISPLAY "  I = INQUIRE ON A DRIVER".
           DISPLAY "  L = LIST THE DRIVERS".
           DISPLAY "  Q = QUIT".

       212-ACCEPT-MENU-CHOICE.
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE FROM CONSOLE.

       290-TERMINATE-MAINTENANCE.
           CLOSE DRIVER-MASTER-FILE.

       300-ADD-DRIVER-RECORD.
           PERFORM 301-ACCEPT-DRIVER-ID.
           PERFORM 302-ACCEPT-MAINT-FIELDS.
           IF WS-ACTIVE-FLAG-ENTRY EQUAL TO SPACE
               MOVE "Y" TO WS-ACTIVE-FLAG-ENTRY
           END-IF.
           EVALUATE TRUE
               WHEN WS-KEY-ENTRY EQUAL TO SPACES
                   DISPLAY "DRIVER ID IS BLANK - NOT ADDED"
               WHEN NOT ENTRY-IS-VALID
                   DISPLAY "DRIVER " WS-KEY-ENTRY " NOT ADDED"
               WHEN WS-CLASS-ENTRY EQUAL TO SPACE
                       OR WS-LICENSE-DATE-ENTRY EQUAL TO SPACES
                       OR WS-MEDICAL-DATE-ENTRY EQUAL TO SPACES
                   DISPLAY "CLASS AND BOTH EXPIRY DATES ARE REQUIRED "
                       "ON ADD - NOT ADDED"
               WHEN OTHER
                   PERFORM 310-WRITE-NEW-DRIVER
           END-EVALUATE.

       301-ACCEPT-DRIVER-ID.
           DISPLAY "ENTER DRIVER ID: " WITH NO ADVANCING.
           ACCEPT WS-KEY-ENTRY FROM CONSOLE.

       302-ACCEPT-MAINT-FIELDS.
           MOVE "Y" TO WS-ENTRY-VALID-SW.
           DISPLAY "ENTER DRIVER NAME: " WITH NO ADVANCING.
           ACCEPT WS-NAME-ENTRY FROM CONSOLE.
           DISPLAY "ENTER LICENSE CLASS (A/B/C): " WITH NO ADVANCING.
           ACCEPT WS-CLASS-ENTRY FROM CONSOLE.
           INSPECT WS-CLASS-ENTRY CONVERTING "abc" TO "ABC".
           IF WS-CLASS-ENTRY NOT EQUAL TO SPACE
                   AND WS-CLASS-ENTRY NOT EQUAL TO "A"
                   AND WS-CLASS-ENTRY NOT EQUAL TO "B"
                   AND WS-CLASS-ENTRY NOT EQUAL TO "C"
               DISPLAY "LICENSE CLASS " WS-CLASS-ENTRY " NOT VALID"
               MOVE "N" TO WS-ENTRY-VALID-SW
           END-IF.
           DISPLAY "ENTER LICENSE EXPIRY YYYYMMDD: "
               WITH NO ADVANCING.
           ACCEPT WS-LICENSE-DATE-ENTRY FROM CONSOLE.
           IF WS-LICENSE-DATE-ENTRY NOT EQUAL TO SPACES
               IF WS-LICENSE-DATE-ENTRY NOT NUMERIC
                   DISPLAY "LICENSE EXPIRY NOT NUMERIC"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               ELSE
                   MOVE WS-LICENSE-DATE-ENTRY TO WS-DATE-CHECK
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK)
                           NOT EQUAL TO ZERO
                       DISPLAY "LICENSE EXPIRY NOT A VALID DATE"
                       MOVE "N" TO WS-ENTRY-VALID-SW
                   END-IF
               END-IF
           END-IF.
           DISPLAY "ENTER MEDICAL CARD EXPIRY YYYYMMDD: "
               WITH NO ADVANCING.
           ACCEPT WS-MEDICAL-DATE-ENTRY FROM CONSOLE.
           IF WS-MEDICAL-DATE-ENTRY NOT EQUAL TO SPACES
               IF WS-MEDICAL-DATE-ENTRY NOT NUMERIC
                   DISPLAY "MEDICAL CARD EXPIRY NOT NUMERIC"
                   MOVE "N" TO WS-ENTRY-VALID-SW
               ELSE
                   MOVE WS-MEDICAL-DATE-ENTRY TO WS-DATE-CHECK
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK)
                           NOT EQUAL TO ZERO
                       DISPLAY "MEDICAL CARD EXPIRY NOT A VALID DATE"
                       MOVE "N" TO WS-ENTRY-VALID-SW
                   END-IF
               END-IF
           END-IF.
           DISPLAY "ENTER ACTIVE FLAG (Y/N, BLANK = DEFAULT/KEEP "
               "CURRENT): " WITH NO ADVANCING.
           ACCEPT WS-ACTIVE-FLAG-ENTRY FROM CONSOLE.
           INSPECT WS-ACTIVE-FLAG-ENTRY CONVERTING "yn" TO "YN".
           IF WS-ACTIVE-FLAG-ENTRY NOT EQUAL TO SPACE
                   AND WS-ACTIVE-FLAG-ENTRY NOT EQUAL TO "Y"
                   AND WS-ACTIVE-FLAG-ENTRY NOT EQUAL TO "N"
               DISPLAY "FLAG " WS-ACTIVE-FLAG-ENTRY " NOT VALID - "
                   "TREATED AS BLANK"
               MOVE SPACE TO WS-ACTIVE-FLAG-ENTRY
           END-IF.

       310-WRITE-NEW-DRIVER.
           MOVE WS-KEY-ENTRY          TO DRV-DRIVER-ID.
           MOVE WS-NAME-ENTRY         TO DRV-DRIVER-NAME.
           MOVE WS-CLASS-ENTRY        TO DRV-LICENSE-CLASS.
           MOVE WS-LICENSE-DATE-ENTRY TO DRV-LICENSE-EXPIRY.
           MOVE WS-MEDICAL-DATE-ENTRY TO DRV-MEDICAL-EXPIRY.
           MOVE WS-ACTIVE-FLAG-ENTRY  TO DRV-ACTIVE-FLAG.
           WRITE DRIVER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "DRIVER ID ALREADY ON FILE - NOT ADDED"
               NOT INVALID KEY
                   DISPLAY "DRIVER " WS-KEY-ENTRY " ADDED"
           END-WRITE.

       400-CHANGE-DRIVER-RECORD.
           PERFORM 301-ACCEPT-DRIVER-ID.
           MOVE WS-KEY-ENTRY TO DRV-DRIVER-ID.
           READ DRIVER-MASTER-FILE
               INVALID KEY
                   DISPLAY "DRIVER ID NOT ON FILE - NOT CHANGED"
               NOT INVALID KEY
                   PERFORM 401-CHANGE-DRIVER-FIELDS
           END-READ.

       401-CHANGE-DRIVER-FIELDS.
           PERFORM 302-ACCEPT-MAINT-FIELDS.
           IF NOT ENTRY-IS-VALID
               DISPLAY "DRIVER " WS-KEY-ENTRY " NOT CHANGED"
           ELSE
               PERFORM 402-APPLY-CHANGED-FIELDS
               REWRITE DRIVER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED - RECORD NOT CHANGED"
                   NOT INVALID KEY
                       DISPLAY "DRIVER " WS-KEY-ENTRY " CHANGED"
               END-REWRITE
           END-IF.

       402-APPLY-CHANGED-FIELDS.
           IF WS-NAME-ENTRY NOT EQUAL TO SPACES
               MOVE WS-NAME-ENTRY TO DRV-DRIVER-NAME
           END-IF.
           IF WS-CLASS-ENTRY NOT EQUAL TO SPACE
               MOVE WS-CLASS-ENTRY TO DRV-LICENSE-CLASS
           END-IF.
           IF WS-LICENSE-DATE-ENTRY NOT EQUAL TO SPACES
               MOVE WS-LICENSE-DATE-ENTRY TO DRV-LICENSE-EXPIRY
           END-IF.
           IF WS-MEDICAL-DATE-ENTRY NOT EQUAL TO SPACES
               MOVE WS-MEDICAL-DATE-ENTRY TO DRV-MEDICAL-EXPIRY
           END-IF.
           IF WS-ACTIVE-FLAG-ENTRY NOT EQUAL TO SPACE
               MOVE WS-ACTIVE-FLAG-ENTRY TO DRV-ACTIVE-FLAG
           END-IF.

       500-DEACTIVATE-DRIVER-RECORD.
           PERFORM 301-ACCEPT-DRIVER-ID.
           MOVE WS-KEY-ENTRY TO DRV-DRIVER-ID.
           READ DRIVER-MASTER-FILE
               INVALID KEY
                   DISPLAY "DRIVER ID NOT ON FILE - NOT DEACTIVATED"
               NOT INVALID KEY
                   PERFORM 501-FLIP-ACTIVE-FLAG
           END-READ.

       501-FLIP-ACTIVE-FLAG.
           IF NOT DRV-DRIVER-ACTIVE
               DISPLAY "DRIVER " WS-KEY-ENTRY " IS ALREADY INACTIVE"
           ELSE
               MOVE "N" TO DRV-ACTIVE-FLAG
               REWRITE DRIVER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED - NOT DEACTIVATED"
                   NOT INVALID KEY
                       DISPLAY "DRIVER " WS-KEY-ENTRY " DEACTIVATED"
                       MOVE "DRIVER DEACTIVATE" TO WS-LOG-ACTION
                       MOVE "ALLOWED"           TO WS-LOG-OUTCOME
                       PERFORM 960-WRITE-OPERATOR-LOG
               END-REWRITE
           END-IF.

       600-INQUIRE-DRIVER-RECORD.
           PERFORM 301-ACCEPT-DRIVER-ID.
           MOVE WS-KEY-ENTRY TO DRV-DRIVER-ID.
           READ DRIVER-MASTER-FILE
               INVALID KEY
                   DISPLAY "DRIVER ID NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "DRIVER ID     : " DRV-DRIVER-ID
                   DISPLAY "NAME          : " DRV-DRIVER-NAME
                   DISPLAY "LICENSE CLASS : " DRV-LICENSE-CLASS
                   DISPLAY "LICENSE EXPIRY: " DRV-LICENSE-EXPIRY
                   DISPLAY "MEDICAL EXPIRY: " DRV-MEDICAL-EXPIRY
                   DISPLAY "ACTIVE        : " DRV-ACTIVE-FLAG
           END-READ.

       700-LIST-DRIVER-RECORDS.
           MOVE "N" TO WS-DRIVER-FILE-EOF-SW.
           MOVE LOW-VALUES TO DRV-DRIVER-ID.
           START DRIVER-MASTER-FILE KEY NOT LESS THAN
                   DRV-DRIVER-ID IN DRIVER-MASTER-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-DRIVER-FILE-EOF-SW
           END-START.
           IF NOT DRIVER-FILE-EOF
               PERFORM 710-READ-NEXT-DRIVER
               PERFORM 720-LIST-ONE-DRIVER UNTIL DRIVER-FILE-EOF
           END-IF.

       710-READ-NEXT-DRIVER.
           READ DRIVER-MASTER-FILE NEXT RECORD AT END
               MOVE "Y" TO WS-DRIVER-FILE-EOF-SW.

       720-LIST-ONE-DRIVER.
           DISPLAY DRV-DRIVER-ID "  " DRV-DRIVER-NAME "  "
               DRV-LICENSE-CLASS "  " DRV-LICENSE-EXPIRY "  "
               DRV-MEDICAL-EXPIRY "  " DRV-ACTIVE-FLAG.
           PERFORM 710-READ-NEXT-DRIVER.

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
           MOVE "LAB3DMNT"      TO LOG-PROGRAM.
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

       END PROGRAM LAB3DMNT.
