      *-----------------------------------------------------------------
      * Modification History:
      *   2026-09-02  HF  Initial version.
      *   2026-10-15  HF  Add and Change also take the code's
      *                   preventive maintenance interval in days
      *                   (ENG-SERVICE-DAYS), which LAB3PMS schedules
      *                   service from. A blank description or a blank
      *                   interval on Change keeps the current value.
      *                   Inquire and List show the interval.
      *   2026-10-15  HF  Add and Change also take the fuel tank size in
      *                   gallons (ENG-TANK-GALLONS) that LAB3FUEL
      *                   checks card fills against. A blank entry on
      *                   Change keeps the current size. Inquire and
      *                   List show the tank size.
      *   2026-10-15  HF  The interval and tank size are edited before
      *                   they are stored - a whole number 1-999 or, on
      *                   Change only, blank to keep the current value.
      *                   Anything else is refused and the prompt asked
      *                   again, so a stray keystroke can no longer
      *                   land on the table as zero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3EMNT.
               88 QUIT-REQUESTED         VALUE "Q" "q".
           05 WS-CODE-FILE-EOF-SW        PIC X VALUE "N".
               88 CODE-FILE-EOF          VALUE "Y".
           05 WS-ENTRY-OK-SW             PIC X VALUE "N".
               88 ENTRY-IS-OK            VALUE "Y".

       01  WS-KEY-ENTRY                  PIC X(4)  VALUE SPACES.

       01  WS-MAINT-FIELDS.
           05 WS-DESC-ENTRY              PIC X(25) VALUE SPACES.
           05 WS-INTERVAL-ENTRY          PIC X(3)  VALUE SPACES.
           05 WS-INTERVAL-DAYS           PIC 9(3)  VALUE ZERO.
           05 WS-TANK-ENTRY              PIC X(3)  VALUE SPACES.
           05 WS-TANK-GALLONS            PIC 9(3)  VALUE ZERO.
           05 WS-NUMBER-ENTRY            PIC X(3)  VALUE SPACES.
           05 WS-NUMBER-LENGTH           PIC 9(2)  VALUE ZERO.
           05 WS-NUMBER-DIGITS           PIC X(3)  JUSTIFIED RIGHT
                                                   VALUE SPACES.
           05 WS-NUMBER-VALUE REDEFINES WS-NUMBER-DIGITS
                                         PIC 9(3).

       01  WS-USERID                     PIC X(8)  VALUE SPACES.

           DISPLAY " ".
           DISPLAY "----- ENGINE CODE TABLE MAINTENANCE -----".
           DISPLAY "  A = ADD AN ENGINE CODE".
           DISPLAY "  C = CHANGE AN ENGINE CODE DESC/INTERVAL/TANK".
           DISPLAY "  D = DELETE AN ENGINE CODE".
           DISPLAY "  I = INQUIRE ON AN ENGINE CODE".
           DISPLAY "  L = LIST THE ENGINE CODES".
       300-ADD-CODE-RECORD.
           PERFORM 301-ACCEPT-ENGINE-CODE.
           PERFORM 302-ACCEPT-DESCRIPTION.
           PERFORM 303-ACCEPT-SERVICE-INTERVAL.
           PERFORM 304-ACCEPT-TANK-SIZE.
           IF WS-KEY-ENTRY EQUAL TO SPACES
               DISPLAY "ENGINE CODE IS BLANK - NOT ADDED"
           ELSE
               MOVE WS-KEY-ENTRY  TO ENG-CODE
               MOVE WS-DESC-ENTRY TO ENG-DESC
               MOVE WS-INTERVAL-DAYS TO ENG-SERVICE-DAYS
               MOVE WS-TANK-GALLONS  TO ENG-TANK-GALLONS
               WRITE ENGINE-CODE-RECORD
                   INVALID KEY
                       DISPLAY "ENGINE CODE ALREADY ON FILE - "
           DISPLAY "ENTER DESCRIPTION: " WITH NO ADVANCING.
           ACCEPT WS-DESC-ENTRY FROM CONSOLE.

       303-ACCEPT-SERVICE-INTERVAL.
           MOVE "N" TO WS-ENTRY-OK-SW.
           PERFORM 305-PROMPT-SERVICE-INTERVAL UNTIL ENTRY-IS-OK.

       304-ACCEPT-TANK-SIZE.
           MOVE "N" TO WS-ENTRY-OK-SW.
           PERFORM 306-PROMPT-TANK-SIZE UNTIL ENTRY-IS-OK.

       305-PROMPT-SERVICE-INTERVAL.
           DISPLAY "ENTER SERVICE INTERVAL DAYS (1-999, BLANK = KEEP "
               "CURRENT ON CHANGE): " WITH NO ADVANCING.
           ACCEPT WS-INTERVAL-ENTRY FROM CONSOLE.
           IF WS-INTERVAL-ENTRY EQUAL TO SPACES AND CHANGE-REQUESTED
               MOVE "Y" TO WS-ENTRY-OK-SW
           ELSE
               MOVE WS-INTERVAL-ENTRY TO WS-NUMBER-ENTRY
               PERFORM 307-EDIT-NUMBER-ENTRY
               IF ENTRY-IS-OK
                   MOVE WS-NUMBER-VALUE TO WS-INTERVAL-DAYS
               ELSE
                   DISPLAY "SERVICE INTERVAL MUST BE A WHOLE NUMBER "
                       "OF DAYS 1-999 - TRY AGAIN"
               END-IF
           END-IF.

       306-PROMPT-TANK-SIZE.
           DISPLAY "ENTER FUEL TANK SIZE GALLONS (1-999, BLANK = KEEP "
               "CURRENT ON CHANGE): " WITH NO ADVANCING.
           ACCEPT WS-TANK-ENTRY FROM CONSOLE.
           IF WS-TANK-ENTRY EQUAL TO SPACES AND CHANGE-REQUESTED
               MOVE "Y" TO WS-ENTRY-OK-SW
           ELSE
               MOVE WS-TANK-ENTRY TO WS-NUMBER-ENTRY
               PERFORM 307-EDIT-NUMBER-ENTRY
               IF ENTRY-IS-OK
                   MOVE WS-NUMBER-VALUE TO WS-TANK-GALLONS
               ELSE
                   DISPLAY "TANK SIZE MUST BE A WHOLE NUMBER OF "
                       "GALLONS 1-999 - TRY AGAIN"
               END-IF
           END-IF.

      *    THE OPERATOR KEYS "90", NOT "090" - TAKE THE DIGITS UP TO
      *    THE FIRST SPACE, RIGHT-JUSTIFY THEM AND ZERO-FILL BEFORE THE
      *    NUMERIC TEST. ANYTHING AFTER THE FIRST SPACE IS AN ERROR.
       307-EDIT-NUMBER-ENTRY.
           MOVE "N"    TO WS-ENTRY-OK-SW.
           MOVE ZERO   TO WS-NUMBER-LENGTH.
           MOVE SPACES TO WS-NUMBER-DIGITS.
           UNSTRING WS-NUMBER-ENTRY DELIMITED BY SPACE
               INTO WS-NUMBER-DIGITS COUNT IN WS-NUMBER-LENGTH
           END-UNSTRING.
           INSPECT WS-NUMBER-DIGITS REPLACING LEADING SPACE BY ZERO.
           IF WS-NUMBER-LENGTH > ZERO
                   AND WS-NUMBER-DIGITS IS NUMERIC
                   AND WS-NUMBER-VALUE > ZERO
               MOVE "Y" TO WS-ENTRY-OK-SW
               IF WS-NUMBER-LENGTH < 3
                   IF WS-NUMBER-ENTRY(WS-NUMBER-LENGTH + 1:)
                           NOT EQUAL TO SPACES
                       MOVE "N" TO WS-ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF.

       400-CHANGE-CODE-RECORD.
           PERFORM 301-ACCEPT-ENGINE-CODE.
           MOVE WS-KEY-ENTRY TO ENG-CODE.

       401-REWRITE-DESCRIPTION.
           PERFORM 302-ACCEPT-DESCRIPTION.
           PERFORM 303-ACCEPT-SERVICE-INTERVAL.
           PERFORM 304-ACCEPT-TANK-SIZE.
           IF WS-DESC-ENTRY EQUAL TO SPACES
                   AND WS-INTERVAL-ENTRY EQUAL TO SPACES
                   AND WS-TANK-ENTRY EQUAL TO SPACES
               DISPLAY "DESCRIPTION, INTERVAL AND TANK BLANK - "
                   "NOT CHANGED"
           ELSE
               IF WS-DESC-ENTRY NOT EQUAL TO SPACES
                   MOVE WS-DESC-ENTRY TO ENG-DESC
               END-IF
               IF WS-INTERVAL-ENTRY NOT EQUAL TO SPACES
                   MOVE WS-INTERVAL-DAYS TO ENG-SERVICE-DAYS
               END-IF
               IF WS-TANK-ENTRY NOT EQUAL TO SPACES
                   MOVE WS-TANK-GALLONS TO ENG-TANK-GALLONS
               END-IF
               REWRITE ENGINE-CODE-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED - NOT CHANGED"
               NOT INVALID KEY
                   DISPLAY "CODE       : " ENG-CODE
                   DISPLAY "DESCRIPTION: " ENG-DESC
                   DISPLAY "INTERVAL   : " ENG-SERVICE-DAYS
                   DISPLAY "TANK GALS  : " ENG-TANK-GALLONS
           END-READ.

       700-LIST-CODE-RECORDS.
               MOVE "Y" TO WS-CODE-FILE-EOF-SW.

       720-LIST-ONE-CODE.
           DISPLAY ENG-CODE "  " ENG-DESC "  " ENG-SERVICE-DAYS
               "  " ENG-TANK-GALLONS.
           PERFORM 710-READ-NEXT-CODE.

       950-SIGN-ON-OPERATOR.
