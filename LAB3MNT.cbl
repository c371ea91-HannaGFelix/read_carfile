      *                   (before the LAB3ESCR scrub) the entry is
      *                   taken as keyed, with a warning, so capture
      *                   is not dead in the transition window.
      *   2026-10-15  HF  Added T = TRANSFER OWNERSHIP (update
      *                   permission): moves a car to a new owner as of
      *                   an effective date (blank = today, never in the
      *                   future, always after the unit's last
      *                   transfer and its acquisition date), audits
      *                   the owner fields, and appends the old owner,
      *                   new owner, and date to the ownership history
      *                   file CAROWNH.TXT, which LAB3BIL reads to
      *                   prorate the month's charge. An owner id
      *                   changed through C or L is a correction and
      *                   leaves no history. Added O = OWNERSHIP
      *                   HISTORY to list every owner a CAR-MODEL has
      *                   had, with the dates each one held it.
      *   2026-10-15  HF  The transfer effective date is tested as a
      *                   real calendar date, so a day past the end of
      *                   its month (20260231) is refused rather than
      *                   written to CAROWNH.TXT for LAB3BIL to prorate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3MNT.
           SELECT OPTIONAL CAR-HISTORY-FILE
               ASSIGN TO "..\CARHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OWNERSHIP-HISTORY-FILE
               ASSIGN TO "..\CAROWNH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OWNER-MASTER-FILE
               ASSIGN TO "..\OWNMAST.DAT"
               ORGANIZATION IS INDEXED
           COPY CARHST REPLACING ==:REC-NAME:== BY
               ==CAR-HISTORY-RECORD==.

       FD OWNERSHIP-HISTORY-FILE.
           COPY CAROWN REPLACING ==:REC-NAME:== BY
               ==OWNERSHIP-HISTORY-RECORD==.

       FD OWNER-MASTER-FILE.
           COPY OWNMAS REPLACING ==:REC-NAME:== BY
               ==OWNER-MASTER-RECORD==.
               88 INQUIRE-REQUESTED      VALUE "I" "i".
               88 LOOKUP-REQUESTED       VALUE "L" "l".
               88 HISTORY-REQUESTED      VALUE "H" "h".
               88 TRANSFER-REQUESTED     VALUE "T" "t".
               88 OWNERSHIP-REQUESTED    VALUE "O" "o".
               88 QUIT-REQUESTED         VALUE "Q" "q".
           05 WS-HISTORY-EOF-SW          PIC X VALUE "N".
               88 HISTORY-FILE-EOF       VALUE "Y".
           05 WS-HISTORY-HIT-COUNT       PIC 9(4) VALUE ZERO.
           05 WS-ENGINE-TABLE-SW         PIC X VALUE "N".
               88 ENGINE-TABLE-LOADED    VALUE "Y".
           05 WS-OWNERSHIP-EOF-SW        PIC X VALUE "N".
               88 OWNERSHIP-FILE-EOF     VALUE "Y".
           05 WS-OWNERSHIP-HIT-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-CAR-ON-FILE-SW          PIC X VALUE "N".
               88 CAR-ON-FILE            VALUE "Y".

       01  WS-UPDATE-RESPONSE            PIC X VALUE SPACE.
           88 UPDATE-CONFIRMED           VALUE "Y" "y".
           05 WS-DISP-DATE-VALUE         PIC 9(8)    VALUE ZERO.
           05 WS-DISP-PROCEEDS-VALUE     PIC 9(7)V99 VALUE ZERO.

       01  WS-TRANSFER-FIELDS.
           05 WS-EFF-DATE-ENTRY          PIC X(8)  VALUE SPACES.
           05 WS-EFF-DATE-VALUE          PIC 9(8)  VALUE ZERO.
           05 WS-TODAY-DATE              PIC 9(8)  VALUE ZERO.
           05 WS-LAST-EFF-DATE           PIC 9(8)  VALUE ZERO.
           05 WS-TRANSFER-OK-SW          PIC X     VALUE "N".
               88 TRANSFER-OK            VALUE "Y".
           05 WS-HELD-FROM-DATE          PIC 9(8)  VALUE ZERO.
           05 WS-HELD-TO-DATE            PIC 9(8)  VALUE ZERO.
           05 WS-HELD-OWNER-ID           PIC X(8)  VALUE SPACES.
           05 WS-HELD-OWNER-NAME         PIC X(30) VALUE SPACES.
           05 WS-HELD-FROM-DISPLAY       PIC X(8)  VALUE SPACES.
           05 WS-HELD-TO-DISPLAY         PIC X(8)  VALUE SPACES.

       01  SIGN-ON-FIELDS.
           05 WS-SIGNON-ENTRY            PIC X(8)  VALUE SPACES.
           05 WS-OPERATOR-PERM           PIC X     VALUE SPACE.
                   PERFORM 970-REPORT-NOT-AUTHORIZED
               WHEN HISTORY-REQUESTED
                   PERFORM 800-INQUIRE-CAR-HISTORY
               WHEN TRANSFER-REQUESTED AND OPERATOR-CAN-UPDATE
                   PERFORM 750-TRANSFER-CAR-OWNERSHIP
               WHEN TRANSFER-REQUESTED
                   MOVE "CAR TRANSFER" TO WS-LOG-ACTION
                   PERFORM 970-REPORT-NOT-AUTHORIZED
               WHEN OWNERSHIP-REQUESTED
                   PERFORM 850-INQUIRE-OWNERSHIP-HISTORY
               WHEN QUIT-REQUESTED
                   MOVE "Y" TO WS-DONE-SW
               WHEN OTHER
           DISPLAY "  L = LOOKUP A CAR RECORD AND UPDATE OWNER ON THE"
                   " SPOT".
           DISPLAY "  H = HISTORY INQUIRE ON A DELETED CAR".
           DISPLAY "  T = TRANSFER OWNERSHIP OF A CAR".
           DISPLAY "  O = OWNERSHIP HISTORY OF A CAR".
           DISPLAY "  Q = QUIT".

       212-ACCEPT-MENU-CHOICE.
                   PERFORM 900-WRITE-AUDIT-ROW
           END-REWRITE.

       750-TRANSFER-CAR-OWNERSHIP.
           PERFORM 301-ACCEPT-CAR-MODEL.
           MOVE WS-KEY-ENTRY TO CAR-MODEL.
           READ CAR-MASTER-FILE
               INVALID KEY
                   DISPLAY "CAR MODEL NOT ON FILE - NOT TRANSFERRED"
               NOT INVALID KEY
                   PERFORM 751-ACCEPT-TRANSFER
           END-READ.

       751-ACCEPT-TRANSFER.
           MOVE CAR-OWNER-ID TO WS-SAVE-OWNER-ID.
           MOVE OWNER-NAME   TO WS-SAVE-OWNER-NAME.
           DISPLAY "MODEL   : " CAR-MODEL.
           DISPLAY "OWNER ID: " CAR-OWNER-ID.
           DISPLAY "OWNER   : " OWNER-NAME.
           MOVE "N" TO WS-TRANSFER-OK-SW.
           DISPLAY "ENTER NEW OWNER ID: " WITH NO ADVANCING.
           ACCEPT WS-OWNER-ID-ENTRY FROM CONSOLE.
           IF WS-OWNER-ID-ENTRY NOT EQUAL TO SPACES
               PERFORM 305-VALIDATE-OWNER-ID
           END-IF.
           IF WS-OWNER-ID-ENTRY EQUAL TO SPACES
               DISPLAY "OWNER ID MISSING OR NOT ON OWNMAST.DAT - "
                   "NOT TRANSFERRED"
           ELSE
               IF WS-OWNER-ID-ENTRY EQUAL TO WS-SAVE-OWNER-ID
                   DISPLAY "NEW OWNER IS THE CURRENT OWNER - "
                       "NOT TRANSFERRED"
               ELSE
                   PERFORM 752-ACCEPT-EFFECTIVE-DATE
               END-IF
           END-IF.
           IF TRANSFER-OK
               DISPLAY "TRANSFER " WS-KEY-ENTRY " TO "
                   WS-OWNER-ID-ENTRY " EFFECTIVE " WS-EFF-DATE-VALUE
                   "? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-UPDATE-RESPONSE FROM CONSOLE
               IF UPDATE-CONFIRMED
                   PERFORM 754-REWRITE-TRANSFER
               ELSE
                   DISPLAY "NOT TRANSFERRED"
               END-IF
           END-IF.

       752-ACCEPT-EFFECTIVE-DATE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "ENTER EFFECTIVE DATE YYYYMMDD (BLANK = TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-EFF-DATE-ENTRY FROM CONSOLE.
           IF WS-EFF-DATE-ENTRY EQUAL TO SPACES
               MOVE WS-TODAY-DATE TO WS-EFF-DATE-VALUE
           ELSE
               IF WS-EFF-DATE-ENTRY NUMERIC
                   MOVE WS-EFF-DATE-ENTRY TO WS-EFF-DATE-VALUE
               ELSE
                   MOVE ZERO TO WS-EFF-DATE-VALUE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE-VALUE)
                       NOT EQUAL TO ZERO
                   DISPLAY "EFFECTIVE DATE " WS-EFF-DATE-ENTRY
                       " NOT VALID - NOT TRANSFERRED"
               WHEN WS-EFF-DATE-VALUE > WS-TODAY-DATE
                   DISPLAY "EFFECTIVE DATE IS IN THE FUTURE - "
                       "NOT TRANSFERRED"
               WHEN OTHER
                   PERFORM 753-CHECK-EFFECTIVE-DATE
           END-EVALUATE.

       753-CHECK-EFFECTIVE-DATE.
           MOVE ZERO TO WS-LAST-EFF-DATE.
           MOVE "N" TO WS-OWNERSHIP-EOF-SW.
           OPEN INPUT OWNERSHIP-HISTORY-FILE.
           PERFORM 860-READ-OWNERSHIP-RECORD.
           PERFORM 756-NOTE-LAST-TRANSFER UNTIL OWNERSHIP-FILE-EOF.
           CLOSE OWNERSHIP-HISTORY-FILE.
           MOVE ZERO TO WS-ACQ-DATE-VALUE.
           MOVE WS-KEY-ENTRY TO FIN-CAR-MODEL.
           READ VEHICLE-FINANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FIN-ACQ-DATE TO WS-ACQ-DATE-VALUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-EFF-DATE-VALUE NOT > WS-LAST-EFF-DATE
                   DISPLAY "EFFECTIVE DATE MUST BE AFTER THE LAST "
                       "TRANSFER ON " WS-LAST-EFF-DATE
                       " - NOT TRANSFERRED"
               WHEN WS-EFF-DATE-VALUE NOT > WS-ACQ-DATE-VALUE
                   DISPLAY "EFFECTIVE DATE MUST BE AFTER ACQUISITION "
                       "ON " WS-ACQ-DATE-VALUE " - NOT TRANSFERRED"
               WHEN OTHER
                   MOVE "Y" TO WS-TRANSFER-OK-SW
           END-EVALUATE.

       754-REWRITE-TRANSFER.
           MOVE WS-OWNER-ID-ENTRY   TO CAR-OWNER-ID.
           MOVE WS-OWNER-NAME-ENTRY TO OWNER-NAME.
           REWRITE CAR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "UPDATE FAILED - NOT TRANSFERRED"
               NOT INVALID KEY
                   DISPLAY "CAR MODEL " WS-KEY-ENTRY " TRANSFERRED"
                   MOVE "CAR-OWNER-ID"     TO WS-AUD-FIELD-NAME
                   MOVE WS-SAVE-OWNER-ID   TO WS-AUD-OLD-VALUE
                   MOVE CAR-OWNER-ID       TO WS-AUD-NEW-VALUE
                   PERFORM 900-WRITE-AUDIT-ROW
                   MOVE "OWNER-NAME"       TO WS-AUD-FIELD-NAME
                   MOVE WS-SAVE-OWNER-NAME TO WS-AUD-OLD-VALUE
                   MOVE OWNER-NAME         TO WS-AUD-NEW-VALUE
                   PERFORM 900-WRITE-AUDIT-ROW
                   PERFORM 755-WRITE-OWNERSHIP-RECORD
           END-REWRITE.

       755-WRITE-OWNERSHIP-RECORD.
           MOVE WS-KEY-ENTRY        TO OWH-CAR-MODEL.
           MOVE WS-SAVE-OWNER-ID    TO OWH-OLD-OWNER-ID.
           MOVE WS-SAVE-OWNER-NAME  TO OWH-OLD-OWNER-NAME.
           MOVE CAR-OWNER-ID        TO OWH-NEW-OWNER-ID.
           MOVE OWNER-NAME          TO OWH-NEW-OWNER-NAME.
           MOVE WS-EFF-DATE-VALUE   TO OWH-EFF-DATE.
           ACCEPT OWH-ENTRY-DATE FROM DATE YYYYMMDD.
           ACCEPT OWH-ENTRY-TIME FROM TIME.
           MOVE WS-USERID           TO OWH-ENTRY-USERID.
           OPEN EXTEND OWNERSHIP-HISTORY-FILE.
           WRITE OWNERSHIP-HISTORY-RECORD.
           CLOSE OWNERSHIP-HISTORY-FILE.

       756-NOTE-LAST-TRANSFER.
           IF OWH-CAR-MODEL EQUAL TO WS-KEY-ENTRY
                   AND OWH-EFF-DATE > WS-LAST-EFF-DATE
               MOVE OWH-EFF-DATE TO WS-LAST-EFF-DATE
           END-IF.
           PERFORM 860-READ-OWNERSHIP-RECORD.

       800-INQUIRE-CAR-HISTORY.
           PERFORM 301-ACCEPT-CAR-MODEL.
           MOVE "N" TO WS-HISTORY-EOF-SW.
           END-IF.
           PERFORM 810-READ-HISTORY-RECORD.

       850-INQUIRE-OWNERSHIP-HISTORY.
           PERFORM 301-ACCEPT-CAR-MODEL.
           MOVE "N" TO WS-CAR-ON-FILE-SW.
           MOVE SPACES TO WS-HELD-OWNER-ID WS-HELD-OWNER-NAME.
           MOVE WS-KEY-ENTRY TO CAR-MODEL.
           READ CAR-MASTER-FILE
               INVALID KEY
                   DISPLAY "CAR MODEL NOT ON FILE - SEE H = HISTORY "
                       "IF IT WAS DELETED"
               NOT INVALID KEY
                   MOVE "Y"          TO WS-CAR-ON-FILE-SW
                   MOVE CAR-OWNER-ID TO WS-HELD-OWNER-ID
                   MOVE OWNER-NAME   TO WS-HELD-OWNER-NAME
           END-READ.
           MOVE ZERO TO WS-HELD-FROM-DATE.
           MOVE WS-KEY-ENTRY TO FIN-CAR-MODEL.
           READ VEHICLE-FINANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FIN-ACQ-DATE TO WS-HELD-FROM-DATE
           END-READ.
           MOVE "N" TO WS-OWNERSHIP-EOF-SW.
           MOVE ZERO TO WS-OWNERSHIP-HIT-COUNT.
           OPEN INPUT OWNERSHIP-HISTORY-FILE.
           PERFORM 860-READ-OWNERSHIP-RECORD.
           PERFORM 870-LIST-ONE-OWNERSHIP-RECORD
               UNTIL OWNERSHIP-FILE-EOF.
           CLOSE OWNERSHIP-HISTORY-FILE.
           IF CAR-ON-FILE OR WS-OWNERSHIP-HIT-COUNT > ZERO
               IF CAR-ON-FILE
                   MOVE "PRESENT" TO WS-HELD-TO-DISPLAY
               ELSE
                   MOVE "DELETED" TO WS-HELD-TO-DISPLAY
               END-IF
               PERFORM 880-DISPLAY-OWNER-LINE
           END-IF.
           IF WS-OWNERSHIP-HIT-COUNT EQUAL TO ZERO
               DISPLAY "NO OWNERSHIP TRANSFERS FOR " WS-KEY-ENTRY
           END-IF.

       860-READ-OWNERSHIP-RECORD.
           READ OWNERSHIP-HISTORY-FILE AT END
               MOVE "Y" TO WS-OWNERSHIP-EOF-SW.

       870-LIST-ONE-OWNERSHIP-RECORD.
           IF OWH-CAR-MODEL EQUAL TO WS-KEY-ENTRY
               ADD 1 TO WS-OWNERSHIP-HIT-COUNT
               MOVE OWH-OLD-OWNER-ID   TO WS-HELD-OWNER-ID
               MOVE OWH-OLD-OWNER-NAME TO WS-HELD-OWNER-NAME
               COMPUTE WS-HELD-TO-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(OWH-EFF-DATE) - 1)
               MOVE WS-HELD-TO-DATE    TO WS-HELD-TO-DISPLAY
               PERFORM 880-DISPLAY-OWNER-LINE
               MOVE OWH-EFF-DATE       TO WS-HELD-FROM-DATE
               MOVE OWH-NEW-OWNER-ID   TO WS-HELD-OWNER-ID
               MOVE OWH-NEW-OWNER-NAME TO WS-HELD-OWNER-NAME
           END-IF.
           PERFORM 860-READ-OWNERSHIP-RECORD.

       880-DISPLAY-OWNER-LINE.
           IF WS-HELD-FROM-DATE EQUAL TO ZERO
               MOVE "UNKNOWN" TO WS-HELD-FROM-DISPLAY
           ELSE
               MOVE WS-HELD-FROM-DATE TO WS-HELD-FROM-DISPLAY
           END-IF.
           DISPLAY " ".
           DISPLAY "OWNER ID: " WS-HELD-OWNER-ID.
           DISPLAY "OWNER   : " WS-HELD-OWNER-NAME.
           DISPLAY "HELD    : " WS-HELD-FROM-DISPLAY " TO "
               WS-HELD-TO-DISPLAY.

       900-WRITE-AUDIT-ROW.
           MOVE WS-KEY-ENTRY       TO AUD-CAR-MODEL.
           MOVE WS-AUD-FIELD-NAME  TO AUD-FIELD-NAME.
