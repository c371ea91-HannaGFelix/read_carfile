      *                   is what lands in OAUD-USERID on the
      *                   PAYAUDIT.TXT rows. Failed sign-ons and
      *                   denials are logged to OPRLOG.TXT.
      *   2026-10-15  HF  Releases an owner's credit hold (OWN-CREDIT-
      *                   HOLD, set by the LAB3DUN dunning run) as soon
      *                   as a receipt leaves no open invoice 90 days
      *                   or older. The release is rewritten to
      *                   OWNMAST.DAT (now opened I-O) and logged as a
      *                   CREDIT-HOLD row on OWNAUDIT.TXT, the same
      *                   trail LAB3DUN writes when it sets the hold.
      *                   Inquire shows when an owner is on hold.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3PAY.
           SELECT PAYMENT-AUDIT
               ASSIGN TO "..\PAYAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OWNER-AUDIT
               ASSIGN TO "..\OWNAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-PROFILE-FILE
               ASSIGN TO "..\OPRMAST.DAT"
               ORGANIZATION IS INDEXED
           COPY OWNAUD REPLACING ==:REC-NAME:== BY
               ==PAYMENT-AUDIT-RECORD==.

       FD OWNER-AUDIT.
           COPY OWNAUD REPLACING ==:REC-NAME:== BY
               ==OWNER-AUDIT-RECORD==.

       FD OPERATOR-PROFILE-FILE.
           COPY OPRMAS REPLACING ==:REC-NAME:== BY
               ==OPERATOR-PROFILE-RECORD==.
               88 INVOICE-FILE-EOF       VALUE "Y".
           05 WS-OWNER-VALID-SW          PIC X VALUE "N".
               88 OWNER-ID-ON-FILE       VALUE "Y".
           05 WS-OPEN-FOUND-SW           PIC X VALUE "N".
               88 OPEN-INVOICE-FOUND     VALUE "Y".

       01  WS-KEY-ENTRY                  PIC X(8)  VALUE SPACES.

           05 WS-INVOICES-APPLIED        PIC 9(4)    VALUE ZERO.
           05 WS-OWNER-OPEN-TOTAL        PIC 9(8)V99 VALUE ZERO.

       01  CREDIT-HOLD-FIELDS.
           05 WS-HOLD-DAYS               PIC 9(3)  VALUE 90.
           05 WS-TODAY-DATE              PIC 9(8)  VALUE ZERO.
           05 WS-TODAY-INTEGER           PIC S9(9) VALUE ZERO.
           05 WS-OLDEST-STMT-DATE        PIC 9(8)  VALUE ZERO.
           05 WS-OLDEST-AGE-DAYS         PIC S9(5) VALUE ZERO.

       01  EDIT-FIELDS.
           05 WS-AMOUNT-EDIT             PIC Z,ZZZ,ZZ9.99.
           05 WS-BALANCE-EDIT            PIC Z,ZZZ,ZZ9.99.
           05 WS-DAYS-EDIT               PIC ZZZZ9.

       01  WS-USERID                     PIC X(8)  VALUE SPACES.

       200-INITIALIZE-POSTING.
           PERFORM 950-SIGN-ON-OPERATOR.
           OPEN I-O INVOICE-FILE.
           OPEN I-O OWNER-MASTER-FILE.
           OPEN EXTEND PAYMENT-AUDIT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).

       210-PROCESS-MENU-SELECTION.
           PERFORM 211-DISPLAY-MENU.
               DISPLAY "UNAPPLIED AMOUNT : " WS-AMOUNT-EDIT
                   " - NO MORE OPEN INVOICES FOR THIS OWNER"
           END-IF.
           IF OWN-ON-CREDIT-HOLD AND WS-INVOICES-APPLIED > ZERO
               PERFORM 340-CHECK-HOLD-RELEASE
           END-IF.

       315-READ-NEXT-INVOICE.
           READ INVOICE-FILE NEXT RECORD
                   MOVE "Y" TO WS-INVOICE-EOF-SW
           END-START.

      *    CARINV.DAT IS KEYED OWNER + STATEMENT DATE, SO THE FIRST
      *    OPEN INVOICE FOUND IS THE OWNER'S OLDEST.
       340-CHECK-HOLD-RELEASE.
           MOVE "N" TO WS-OPEN-FOUND-SW.
           PERFORM 330-START-AT-OWNER-INVOICES.
           PERFORM 315-READ-NEXT-INVOICE.
           PERFORM 345-FIND-OLDEST-OPEN
               UNTIL INVOICE-FILE-EOF OR OPEN-INVOICE-FOUND.
           IF OPEN-INVOICE-FOUND
                   AND WS-OLDEST-AGE-DAYS NOT LESS THAN WS-HOLD-DAYS
               MOVE WS-OLDEST-AGE-DAYS TO WS-DAYS-EDIT
               DISPLAY "OWNER REMAINS ON CREDIT HOLD - STATEMENT "
                   WS-OLDEST-STMT-DATE " IS " WS-DAYS-EDIT
                   " DAYS OLD"
           ELSE
               PERFORM 350-RELEASE-CREDIT-HOLD
           END-IF.

       345-FIND-OLDEST-OPEN.
           COMPUTE WS-OPEN-BALANCE = INV-AMOUNT - INV-PAID-TO-DATE.
           IF WS-OPEN-BALANCE > ZERO
               MOVE "Y" TO WS-OPEN-FOUND-SW
               MOVE INV-STMT-DATE TO WS-OLDEST-STMT-DATE
               IF FUNCTION INTEGER-OF-DATE(INV-STMT-DATE) > ZERO
                   COMPUTE WS-OLDEST-AGE-DAYS = WS-TODAY-INTEGER
                       - FUNCTION INTEGER-OF-DATE(INV-STMT-DATE)
               ELSE
                   MOVE ZERO TO WS-OLDEST-AGE-DAYS
               END-IF
           ELSE
               PERFORM 315-READ-NEXT-INVOICE
           END-IF.

       350-RELEASE-CREDIT-HOLD.
           MOVE "N" TO OWN-CREDIT-HOLD.
           REWRITE OWNER-MASTER-RECORD
               INVALID KEY
                   MOVE "Y" TO OWN-CREDIT-HOLD
                   DISPLAY "REWRITE FAILED - CREDIT HOLD NOT RELEASED"
               NOT INVALID KEY
                   DISPLAY "CREDIT HOLD RELEASED FOR OWNER "
                       WS-KEY-ENTRY
                   PERFORM 910-WRITE-HOLD-AUDIT-ROW
           END-REWRITE.

       600-INQUIRE-OPEN-INVOICES.
           PERFORM 301-ACCEPT-OWNER-ID.
           IF NOT OWNER-ID-ON-FILE
               DISPLAY "OWNER ID NOT ON OWNMAST.DAT"
           ELSE
               IF OWN-ON-CREDIT-HOLD
                   DISPLAY "** OWNER IS ON CREDIT HOLD **"
               END-IF
               MOVE ZERO TO WS-OWNER-OPEN-TOTAL
               PERFORM 330-START-AT-OWNER-INVOICES
               PERFORM 315-READ-NEXT-INVOICE
           PERFORM 315-READ-NEXT-INVOICE.

       900-WRITE-AUDIT-ROW.
           MOVE WS-KEY-ENTRY       TO OAUD-OWNER-ID IN
               PAYMENT-AUDIT-RECORD.
           MOVE "INV-PAID-TO-DT"   TO OAUD-FIELD-NAME IN
               PAYMENT-AUDIT-RECORD.
           MOVE SPACES TO WS-AUD-OLD-VALUE WS-AUD-NEW-VALUE.
           MOVE WS-SAVE-PAID TO WS-AMOUNT-EDIT.
           STRING INV-STMT-DATE   DELIMITED BY SIZE
                  WS-AMOUNT-EDIT  DELIMITED BY SIZE
               INTO WS-AUD-NEW-VALUE
           END-STRING.
           MOVE WS-AUD-OLD-VALUE   TO OAUD-OLD-VALUE IN
               PAYMENT-AUDIT-RECORD.
           MOVE WS-AUD-NEW-VALUE   TO OAUD-NEW-VALUE IN
               PAYMENT-AUDIT-RECORD.
           ACCEPT OAUD-DATE IN PAYMENT-AUDIT-RECORD FROM DATE YYYYMMDD.
           ACCEPT OAUD-TIME IN PAYMENT-AUDIT-RECORD FROM TIME.
           MOVE WS-USERID          TO OAUD-USERID IN
               PAYMENT-AUDIT-RECORD.
           WRITE PAYMENT-AUDIT-RECORD.

       910-WRITE-HOLD-AUDIT-ROW.
           MOVE WS-KEY-ENTRY       TO OAUD-OWNER-ID IN
               OWNER-AUDIT-RECORD.
           MOVE "CREDIT-HOLD"      TO OAUD-FIELD-NAME IN
               OWNER-AUDIT-RECORD.
           MOVE "Y"                TO OAUD-OLD-VALUE IN
               OWNER-AUDIT-RECORD.
           MOVE OWN-CREDIT-HOLD    TO OAUD-NEW-VALUE IN
               OWNER-AUDIT-RECORD.
           ACCEPT OAUD-DATE IN OWNER-AUDIT-RECORD FROM DATE YYYYMMDD.
           ACCEPT OAUD-TIME IN OWNER-AUDIT-RECORD FROM TIME.
           MOVE WS-USERID          TO OAUD-USERID IN
               OWNER-AUDIT-RECORD.
           OPEN EXTEND OWNER-AUDIT.
           WRITE OWNER-AUDIT-RECORD.
           CLOSE OWNER-AUDIT.

       950-SIGN-ON-OPERATOR.
           OPEN INPUT OPERATOR-PROFILE-FILE.
           DISPLAY "SIGN ON - ENTER USERID: " WITH NO ADVANCING.
