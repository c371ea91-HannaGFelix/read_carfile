      *                   scrub) the edit is skipped with a console
      *                   warning, the same transition behavior as
      *                   LAB3VAL.
      *   2026-10-15  HF  New T = ownership transfer transaction: moves
      *                   the car to TRN-CAR-OWNER-ID as of
      *                   TRN-EFF-DATE (blank = run date), audits the
      *                   owner fields, and appends the transfer to the
      *                   ownership history file CAROWNH.TXT, the same
      *                   as LAB3MNT's T = TRANSFER. Rejects a future
      *                   or invalid date, a date not after the unit's
      *                   last transfer or its acquisition, a new owner
      *                   not on OWNMAST.DAT or already the owner, and
      *                   a keyed TRN-OLD-OWNER-ID that does not match
      *                   the master.
      *   2026-10-15  HF  TRN-EFF-DATE is tested as a real calendar
      *                   date, so a day past the end of its month
      *                   (20260230) rejects rather than reaching
      *                   CAROWNH.TXT and the LAB3BIL proration.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3TRN.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENG-CODE IN ENGINE-CODE-RECORD.
           SELECT OPTIONAL OWNERSHIP-HISTORY-FILE
               ASSIGN TO "..\CAROWNH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VEHICLE-FINANCE-FILE
               ASSIGN TO "..\CARFIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIN-CAR-MODEL IN VEHICLE-FINANCE-RECORD.

       DATA DIVISION.
       FILE SECTION.
           COPY CARENG REPLACING ==:REC-NAME:== BY
               ==ENGINE-CODE-RECORD==.

       FD OWNERSHIP-HISTORY-FILE.
           COPY CAROWN REPLACING ==:REC-NAME:== BY
               ==OWNERSHIP-HISTORY-RECORD==.

       FD VEHICLE-FINANCE-FILE.
           COPY CARFIN REPLACING ==:REC-NAME:== BY
               ==VEHICLE-FINANCE-RECORD==.

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 EOF-FLG                  PIC X VALUE "N".
               88 TRAN-IS-INVALID      VALUE "N".
           05 WS-ENGINE-TABLE-SW       PIC X VALUE "N".
               88 ENGINE-TABLE-LOADED  VALUE "Y".
           05 WS-OWNERSHIP-EOF-SW      PIC X VALUE "N".
               88 OWNERSHIP-FILE-EOF   VALUE "Y".

       01  EDIT-FIELDS.
           05 WS-REJECT-REASON         PIC X(40) VALUE SPACES.
           05 WS-TRAN-OWNER-NAME       PIC X(30) VALUE SPACES.
           05 WS-RUN-DATE              PIC 9(8)  VALUE ZERO.
           05 WS-EFF-DATE-VALUE        PIC 9(8)  VALUE ZERO.
           05 WS-LAST-EFF-DATE         PIC 9(8)  VALUE ZERO.
           05 WS-ACQ-DATE-VALUE        PIC 9(8)  VALUE ZERO.

       01  TRAN-COUNTS.
           05 WS-TRANS-READ            PIC 9(7) VALUE ZERO.
           OPEN OUTPUT TRAN-REGISTER.
           OPEN INPUT  OWNER-MASTER-FILE.
           OPEN INPUT  ENGINE-CODE-FILE.
           OPEN INPUT  VEHICLE-FINANCE-FILE.
           PERFORM 230-TEST-ENGINE-TABLE.
           ACCEPT WS-USERID FROM ENVIRONMENT "USER".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           WRITE REGISTER-RECORD-OUT FROM WS-REGISTER-TITLE.
           WRITE REGISTER-RECORD-OUT FROM WS-REGISTER-COL-HDR
               AFTER ADVANCING 2.

       203-CLOSE-TRAN-FILES.
           CLOSE CAR-TRAN-FILE CAR-MASTER-FILE CARFILE-AUDIT
               TRAN-REGISTER OWNER-MASTER-FILE ENGINE-CODE-FILE
               VEHICLE-FINANCE-FILE.
           PERFORM 204-CLEAR-TRAN-FILE.

       230-TEST-ENGINE-TABLE.

       400-EDIT-TRANSACTION.
           IF NOT TRN-ADD AND NOT TRN-CHANGE AND NOT TRN-DELETE
                   AND NOT TRN-TRANSFER
               MOVE "N" TO WS-TRAN-VALID-SW
               MOVE "TRANSACTION CODE NOT A, C, D, OR T"
                   TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND TRN-CAR-MODEL EQUAL TO SPACES
           IF TRAN-IS-VALID AND (TRN-ADD OR TRN-CHANGE)
               PERFORM 401-EDIT-TRAN-DATA-FIELDS
           END-IF.
           IF TRAN-IS-VALID AND TRN-TRANSFER
               PERFORM 404-EDIT-TRANSFER-FIELDS
           END-IF.

       401-EDIT-TRAN-DATA-FIELDS.
           MOVE SPACES TO WS-TRAN-OWNER-NAME.
                   MOVE ENG-CODE TO TRN-ENGINE(1:4)
           END-READ.

       404-EDIT-TRANSFER-FIELDS.
           MOVE SPACES TO WS-TRAN-OWNER-NAME.
           IF TRN-CAR-OWNER-ID EQUAL TO SPACES
               MOVE "N" TO WS-TRAN-VALID-SW
               MOVE "NEW OWNER ID IS BLANK" TO WS-REJECT-REASON
           ELSE
               PERFORM 402-VALIDATE-TRAN-OWNER-ID
           END-IF.
           IF TRN-EFF-DATE EQUAL TO SPACES
               MOVE WS-RUN-DATE TO WS-EFF-DATE-VALUE
           ELSE
               IF TRN-EFF-DATE NUMERIC
                   MOVE TRN-EFF-DATE TO WS-EFF-DATE-VALUE
               ELSE
                   MOVE ZERO TO WS-EFF-DATE-VALUE
               END-IF
           END-IF.
           IF TRAN-IS-VALID
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE-VALUE)
                       NOT EQUAL TO ZERO
               MOVE "N" TO WS-TRAN-VALID-SW
               MOVE "EFFECTIVE DATE NOT VALID" TO WS-REJECT-REASON
           END-IF.
           IF TRAN-IS-VALID AND WS-EFF-DATE-VALUE > WS-RUN-DATE
               MOVE "N" TO WS-TRAN-VALID-SW
               MOVE "EFFECTIVE DATE IN THE FUTURE" TO WS-REJECT-REASON
           END-IF.

       500-APPLY-VALID-TRANSACTION.
           EVALUATE TRUE
               WHEN TRN-ADD
                   PERFORM 520-APPLY-CHANGE-TRANSACTION
               WHEN TRN-DELETE
                   PERFORM 530-APPLY-DELETE-TRANSACTION
               WHEN TRN-TRANSFER
                   PERFORM 540-APPLY-TRANSFER-TRANSACTION
           END-EVALUATE.

       510-APPLY-ADD-TRANSACTION.
                   END-DELETE
           END-READ.

       540-APPLY-TRANSFER-TRANSACTION.
           MOVE TRN-CAR-MODEL TO CAR-MODEL.
           READ CAR-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "CAR MODEL NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM 541-CHECK-TRANSFER-AGAINST-CAR
           END-READ.
           IF TRAN-IS-VALID
               PERFORM 543-REWRITE-TRANSFERRED-RECORD
           END-IF.

       541-CHECK-TRANSFER-AGAINST-CAR.
           MOVE CAR-OWNER-ID TO WS-SAVE-OWNER-ID.
           MOVE OWNER-NAME   TO WS-SAVE-OWNER-NAME.
           MOVE ZERO TO WS-LAST-EFF-DATE.
           MOVE "N" TO WS-OWNERSHIP-EOF-SW.
           OPEN INPUT OWNERSHIP-HISTORY-FILE.
           PERFORM 545-READ-OWNERSHIP-RECORD.
           PERFORM 542-NOTE-LAST-TRANSFER UNTIL OWNERSHIP-FILE-EOF.
           CLOSE OWNERSHIP-HISTORY-FILE.
           MOVE ZERO TO WS-ACQ-DATE-VALUE.
           MOVE TRN-CAR-MODEL TO FIN-CAR-MODEL.
           READ VEHICLE-FINANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FIN-ACQ-DATE TO WS-ACQ-DATE-VALUE
           END-READ.
           EVALUATE TRUE
               WHEN TRN-OLD-OWNER-ID NOT EQUAL TO SPACES
                       AND TRN-OLD-OWNER-ID NOT EQUAL TO CAR-OWNER-ID
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "OLD OWNER ID DOES NOT MATCH MASTER"
                       TO WS-REJECT-REASON
               WHEN TRN-CAR-OWNER-ID EQUAL TO CAR-OWNER-ID
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "NEW OWNER IS THE CURRENT OWNER"
                       TO WS-REJECT-REASON
               WHEN WS-EFF-DATE-VALUE NOT > WS-LAST-EFF-DATE
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "EFFECTIVE DATE NOT AFTER LAST TRANSFER"
                       TO WS-REJECT-REASON
               WHEN WS-EFF-DATE-VALUE NOT > WS-ACQ-DATE-VALUE
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "EFFECTIVE DATE NOT AFTER ACQUISITION"
                       TO WS-REJECT-REASON
           END-EVALUATE.

       542-NOTE-LAST-TRANSFER.
           IF OWH-CAR-MODEL EQUAL TO TRN-CAR-MODEL
                   AND OWH-EFF-DATE > WS-LAST-EFF-DATE
               MOVE OWH-EFF-DATE TO WS-LAST-EFF-DATE
           END-IF.
           PERFORM 545-READ-OWNERSHIP-RECORD.

       543-REWRITE-TRANSFERRED-RECORD.
           MOVE TRN-CAR-OWNER-ID   TO CAR-OWNER-ID.
           MOVE WS-TRAN-OWNER-NAME TO OWNER-NAME.
           REWRITE CAR-MASTER-RECORD
               INVALID KEY
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE "CAR-OWNER-ID"     TO WS-AUD-FIELD-NAME
                   MOVE WS-SAVE-OWNER-ID   TO WS-AUD-OLD-VALUE
                   MOVE CAR-OWNER-ID       TO WS-AUD-NEW-VALUE
                   PERFORM 900-WRITE-AUDIT-ROW
                   MOVE "OWNER-NAME"       TO WS-AUD-FIELD-NAME
                   MOVE WS-SAVE-OWNER-NAME TO WS-AUD-OLD-VALUE
                   MOVE OWNER-NAME         TO WS-AUD-NEW-VALUE
                   PERFORM 900-WRITE-AUDIT-ROW
                   PERFORM 544-WRITE-OWNERSHIP-RECORD
           END-REWRITE.

       544-WRITE-OWNERSHIP-RECORD.
           MOVE TRN-CAR-MODEL       TO OWH-CAR-MODEL.
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

       545-READ-OWNERSHIP-RECORD.
           READ OWNERSHIP-HISTORY-FILE AT END
               MOVE "Y" TO WS-OWNERSHIP-EOF-SW.

       900-WRITE-AUDIT-ROW.
           MOVE TRN-CAR-MODEL      TO AUD-CAR-MODEL.
           MOVE WS-AUD-FIELD-NAME  TO AUD-FIELD-NAME.
