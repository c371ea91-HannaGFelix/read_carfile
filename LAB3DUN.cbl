      ******************************************************************
      * Author:Hanna Felix
      * Date:October 15, 2026
      * Purpose: Dunning run. LAB3AGE shows which owners have fallen
      *          into the 60- and 90-plus-day buckets, but nothing
      *          acted on it. This run reads the open-invoice file
      *          CARINV.DAT in its owner-id key order, ages every open
      *          invoice the way LAB3AGE does (today less the
      *          statement date), and works from each owner's oldest
      *          open invoice: 30 days or more gets a reminder letter,
      *          60 or more a final notice, and 90 or more a final
      *          notice plus a credit hold. The hold is set on the
      *          owner's OWNMAST.DAT record (OWN-CREDIT-HOLD = "Y") and
      *          logged as a CREDIT-HOLD row on OWNAUDIT.TXT; LAB3ASG
      *          then refuses bookings and LAB3DSP stops listing the
      *          owner's vehicles. An owner already on hold is not
      *          re-logged. The hold is released by LAB3PAY when a
      *          receipt brings the oldest open invoice back under 90
      *          days - never by this run. Letters print one to a page
      *          on DUNLTR.TXT with the owner's open statements listed;
      *          DUNRPT.TXT registers the action taken per owner. An
      *          owner id with no OWNMAST.DAT record gets no letter and
      *          is flagged on the register. Batch run; the audit
      *          userid is the submitting user, as in LAB3PMS.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History:
      *   2026-10-15  HF  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3DUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO "..\CARINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-KEY IN INVOICE-RECORD.
           SELECT OWNER-MASTER-FILE
               ASSIGN TO "..\OWNMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-OWNER-ID IN OWNER-MASTER-RECORD.
           SELECT OWNER-AUDIT
               ASSIGN TO "..\OWNAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUNNING-LETTERS
               ASSIGN TO "..\DUNLTR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUNNING-REGISTER
               ASSIGN TO "..\DUNRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-FILE.
           COPY CARINV REPLACING ==:REC-NAME:== BY
               ==INVOICE-RECORD==.

       FD OWNER-MASTER-FILE.
           COPY OWNMAS REPLACING ==:REC-NAME:== BY
               ==OWNER-MASTER-RECORD==.

       FD OWNER-AUDIT.
           COPY OWNAUD REPLACING ==:REC-NAME:== BY
               ==OWNER-AUDIT-RECORD==.

       FD DUNNING-LETTERS.
       01 LETTER-RECORD-OUT            PIC X(80).

       FD DUNNING-REGISTER.
       01 REGISTER-RECORD-OUT          PIC X(100).

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 EOF-FLG                  PIC X VALUE "N".
           05 WS-OWNER-FOUND-SW        PIC X VALUE "N".
               88 OWNER-ON-FILE        VALUE "Y".
           05 WS-LETTER-TYPE-SW        PIC X VALUE SPACE.
               88 LETTER-NONE          VALUE SPACE.
               88 LETTER-REMINDER      VALUE "R".
               88 LETTER-FINAL         VALUE "F".
           05 WS-HOLD-REQUIRED-SW      PIC X VALUE "N".
               88 HOLD-REQUIRED        VALUE "Y".

       01  WS-PREV-OWNER-ID            PIC X(8)  VALUE SPACES.
       01  WS-USERID                   PIC X(8)  VALUE SPACES.

       01  DUNNING-LIMITS.
           05 WS-REMINDER-DAYS         PIC 9(3)  VALUE 30.
           05 WS-FINAL-DAYS            PIC 9(3)  VALUE 60.
           05 WS-HOLD-DAYS             PIC 9(3)  VALUE 90.

       01  DATE-FIELDS.
           05 WS-TODAY-DATE            PIC 9(8)  VALUE ZERO.
           05 WS-TODAY-INTEGER         PIC S9(9) VALUE ZERO.
           05 WS-STMT-INTEGER          PIC S9(9) VALUE ZERO.
           05 WS-AGE-DAYS              PIC S9(5) VALUE ZERO.
           05 WS-OLDEST-AGE-DAYS       PIC S9(5) VALUE ZERO.

       01  BALANCE-FIELDS.
           05 WS-OPEN-BALANCE          PIC 9(7)V99 VALUE ZERO.
           05 WS-OWNER-OPEN-TOTAL      PIC 9(8)V99 VALUE ZERO.
           05 WS-OWNER-OPEN-COUNT      PIC 9(4)    VALUE ZERO.

       01  OPEN-INVOICE-TABLE.
           05 WS-OPEN-INV-COUNT        PIC 9(4) VALUE ZERO.
           05 OPEN-INV-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-OPEN-INV-COUNT
                   INDEXED BY OPEN-INV-IDX.
               10 OPEN-INV-STMT-DATE   PIC 9(8).
               10 OPEN-INV-AMOUNT      PIC 9(7)V99.
               10 OPEN-INV-BALANCE     PIC 9(7)V99.
               10 OPEN-INV-AGE-DAYS    PIC S9(5).

       01  DUNNING-COUNTS.
           05 WS-OWNERS-REVIEWED       PIC 9(7) VALUE ZERO.
           05 WS-REMINDER-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-FINAL-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-HOLD-SET-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-ALREADY-HELD-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-NOT-ON-FILE-COUNT     PIC 9(7) VALUE ZERO.

       01  WS-AUDIT-FIELDS.
           05 WS-AUD-FIELD-NAME        PIC X(15) VALUE SPACES.
           05 WS-AUD-OLD-VALUE         PIC X(30) VALUE SPACES.
           05 WS-AUD-NEW-VALUE         PIC X(30) VALUE SPACES.

      *    LETTER LAYOUT - DUNLTR.TXT, ONE OWNER PER PAGE
       01  WS-LETTER-TITLE.
           05 FILLER                   PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE
                  "FLEET SERVICES - ACCOUNTS RECEIVABLE".

       01  WS-LETTER-DATE-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(6)  VALUE "DATE: ".
           05 WS-LTR-DATE              PIC 9(8).

       01  WS-LETTER-OWNER-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(7)  VALUE "OWNER: ".
           05 WS-LTR-OWNER-ID          PIC X(8).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-LTR-OWNER-NAME        PIC X(30).

       01  WS-LETTER-SUBJECT-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-LTR-SUBJECT           PIC X(40).

       01  WS-LETTER-TEXT-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-LTR-TEXT              PIC X(76).

       01  WS-LETTER-COL-HDR.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 FILLER                   PIC X(16) VALUE "STATEMENT DATE".
           05 FILLER                   PIC X(16) VALUE
                  "  BILLED AMOUNT".
           05 FILLER                   PIC X(16) VALUE
                  "   OPEN BALANCE".
           05 FILLER                   PIC X(10) VALUE "  DAYS OLD".

       01  WS-LETTER-DETAIL-LINE.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 WS-LTR-STMT-DATE         PIC 9(8).
           05 FILLER                   PIC X(12) VALUE SPACES.
           05 WS-LTR-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 WS-LTR-BALANCE           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 WS-LTR-AGE-DAYS          PIC ZZZZ9.

       01  WS-LETTER-TOTAL-LINE.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 FILLER                   PIC X(35) VALUE
                  "TOTAL NOW DUE".
           05 WS-LTR-TOTAL             PIC ZZ,ZZZ,ZZ9.99.

      *    REGISTER LAYOUT - DUNRPT.TXT
       01  WS-REGISTER-TITLE.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 FILLER                   PIC X(26) VALUE
                  "DUNNING REGISTER".
           05 FILLER                   PIC X(6)  VALUE "AS OF ".
           05 WS-TITLE-DATE            PIC 9(8).

       01  WS-REGISTER-COL-HDR.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(8)  VALUE "OWNER".
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE "OWNER NAME".
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(6)  VALUE "OLDEST".
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE
                  " OPEN BALANCE".
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE "ACTION".

       01  WS-REGISTER-DETAIL-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-REG-OWNER-ID          PIC X(8).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-REG-OWNER-NAME        PIC X(20).
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 WS-REG-OLDEST-DAYS       PIC ZZZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-REG-BALANCE           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-REG-ACTION            PIC X(30).

       01  WS-REGISTER-TOTAL-LINE-1.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
                  "OWNERS PAST DUE:".
           05 WS-REG-TOTAL-REVIEWED    PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "REMINDERS:".
           05 WS-REG-TOTAL-REMINDER    PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(15) VALUE
                  "FINAL NOTICES:".
           05 WS-REG-TOTAL-FINAL       PIC ZZZ,ZZ9.

       01  WS-REGISTER-TOTAL-LINE-2.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
                  "HOLDS PLACED:".
           05 WS-REG-TOTAL-HOLD-SET    PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
                  "ALREADY ON HOLD:".
           05 WS-REG-TOTAL-HELD        PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(16) VALUE
                  "NOT ON OWNMAST:".
           05 WS-REG-TOTAL-NOT-FOUND   PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-PROCEDURE-DUNNING-RUN.
           PERFORM 201-INITIALIZE-DUNNING.
           PERFORM 202-AGE-ONE-INVOICE UNTIL EOF-FLG EQUAL TO "Y".
           PERFORM 209-CLOSE-OPEN-OWNER.
           PERFORM 208-WRITE-REGISTER-FOOTER.
           PERFORM 203-CLOSE-DUNNING-FILES.
           STOP RUN.

       201-INITIALIZE-DUNNING.
           ACCEPT WS-USERID FROM ENVIRONMENT "USER".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           OPEN INPUT  INVOICE-FILE.
           OPEN I-O    OWNER-MASTER-FILE.
           OPEN EXTEND OWNER-AUDIT.
           OPEN OUTPUT DUNNING-LETTERS.
           OPEN OUTPUT DUNNING-REGISTER.
           MOVE WS-TODAY-DATE TO WS-TITLE-DATE WS-LTR-DATE.
           WRITE REGISTER-RECORD-OUT FROM WS-REGISTER-TITLE.
           WRITE REGISTER-RECORD-OUT FROM WS-REGISTER-COL-HDR
               AFTER ADVANCING 2.
           PERFORM 305-READ-INVOICE-RECORD.

       202-AGE-ONE-INVOICE.
           IF INV-OWNER-ID NOT EQUAL TO WS-PREV-OWNER-ID
               PERFORM 209-CLOSE-OPEN-OWNER
               MOVE INV-OWNER-ID TO WS-PREV-OWNER-ID
           END-IF.
           PERFORM 400-AGE-ONE-BALANCE.
           PERFORM 305-READ-INVOICE-RECORD.

       203-CLOSE-DUNNING-FILES.
           CLOSE INVOICE-FILE OWNER-MASTER-FILE OWNER-AUDIT
               DUNNING-LETTERS DUNNING-REGISTER.

       208-WRITE-REGISTER-FOOTER.
           MOVE WS-OWNERS-REVIEWED    TO WS-REG-TOTAL-REVIEWED.
           MOVE WS-REMINDER-COUNT     TO WS-REG-TOTAL-REMINDER.
           MOVE WS-FINAL-COUNT        TO WS-REG-TOTAL-FINAL.
           WRITE REGISTER-RECORD-OUT FROM WS-REGISTER-TOTAL-LINE-1
               AFTER ADVANCING 2.
           MOVE WS-HOLD-SET-COUNT     TO WS-REG-TOTAL-HOLD-SET.
           MOVE WS-ALREADY-HELD-COUNT TO WS-REG-TOTAL-HELD.
           MOVE WS-NOT-ON-FILE-COUNT  TO WS-REG-TOTAL-NOT-FOUND.
           WRITE REGISTER-RECORD-OUT FROM WS-REGISTER-TOTAL-LINE-2
               AFTER ADVANCING 1.

       209-CLOSE-OPEN-OWNER.
           IF WS-PREV-OWNER-ID NOT EQUAL TO SPACES
                   AND WS-OWNER-OPEN-COUNT > ZERO
                   AND WS-OLDEST-AGE-DAYS NOT LESS THAN
                       WS-REMINDER-DAYS
               PERFORM 410-DUN-ONE-OWNER
           END-IF.
           MOVE ZERO TO WS-OWNER-OPEN-TOTAL WS-OWNER-OPEN-COUNT
               WS-OLDEST-AGE-DAYS WS-OPEN-INV-COUNT.

       305-READ-INVOICE-RECORD.
           READ INVOICE-FILE NEXT RECORD AT END
               MOVE "Y" TO EOF-FLG.

      *    CARINV.DAT IS KEYED OWNER + STATEMENT DATE, SO THE FIRST
      *    OPEN INVOICE SEEN FOR AN OWNER IS THE OLDEST ONE.
       400-AGE-ONE-BALANCE.
           COMPUTE WS-OPEN-BALANCE = INV-AMOUNT - INV-PAID-TO-DATE.
           IF WS-OPEN-BALANCE > ZERO
               COMPUTE WS-STMT-INTEGER =
                   FUNCTION INTEGER-OF-DATE(INV-STMT-DATE)
               IF WS-STMT-INTEGER > ZERO
                   COMPUTE WS-AGE-DAYS =
                       WS-TODAY-INTEGER - WS-STMT-INTEGER
               ELSE
                   MOVE ZERO TO WS-AGE-DAYS
               END-IF
               IF WS-AGE-DAYS > WS-OLDEST-AGE-DAYS
                   MOVE WS-AGE-DAYS TO WS-OLDEST-AGE-DAYS
               END-IF
               ADD 1 TO WS-OWNER-OPEN-COUNT
               ADD WS-OPEN-BALANCE TO WS-OWNER-OPEN-TOTAL
               PERFORM 405-TABLE-OPEN-INVOICE
           END-IF.

       405-TABLE-OPEN-INVOICE.
           IF WS-OPEN-INV-COUNT < 200
               ADD 1 TO WS-OPEN-INV-COUNT
               SET OPEN-INV-IDX TO WS-OPEN-INV-COUNT
               MOVE INV-STMT-DATE  TO OPEN-INV-STMT-DATE(OPEN-INV-IDX)
               MOVE INV-AMOUNT     TO OPEN-INV-AMOUNT(OPEN-INV-IDX)
               MOVE WS-OPEN-BALANCE
                   TO OPEN-INV-BALANCE(OPEN-INV-IDX)
               MOVE WS-AGE-DAYS    TO OPEN-INV-AGE-DAYS(OPEN-INV-IDX)
           ELSE
               DISPLAY "LAB3DUN: MORE THAN 200 OPEN INVOICES FOR "
                   "OWNER " INV-OWNER-ID " - STATEMENT "
                   INV-STMT-DATE " NOT LISTED ON LETTER"
           END-IF.

       410-DUN-ONE-OWNER.
           ADD 1 TO WS-OWNERS-REVIEWED.
           MOVE "N" TO WS-HOLD-REQUIRED-SW.
           EVALUATE TRUE
               WHEN WS-OLDEST-AGE-DAYS NOT LESS THAN WS-HOLD-DAYS
                   MOVE "F" TO WS-LETTER-TYPE-SW
                   MOVE "Y" TO WS-HOLD-REQUIRED-SW
               WHEN WS-OLDEST-AGE-DAYS NOT LESS THAN WS-FINAL-DAYS
                   MOVE "F" TO WS-LETTER-TYPE-SW
               WHEN OTHER
                   MOVE "R" TO WS-LETTER-TYPE-SW
           END-EVALUATE.
           MOVE WS-PREV-OWNER-ID    TO WS-REG-OWNER-ID.
           MOVE WS-OLDEST-AGE-DAYS  TO WS-REG-OLDEST-DAYS.
           MOVE WS-OWNER-OPEN-TOTAL TO WS-REG-BALANCE.
           PERFORM 420-READ-OWNER-MASTER.
           IF NOT OWNER-ON-FILE
               ADD 1 TO WS-NOT-ON-FILE-COUNT
               MOVE "** NOT ON OWNMAST **" TO WS-REG-OWNER-NAME
               MOVE "NO LETTER - OWNER NOT ON FILE" TO WS-REG-ACTION
           ELSE
               MOVE OWN-OWNER-NAME TO WS-REG-OWNER-NAME
               IF HOLD-REQUIRED
                   PERFORM 430-PLACE-CREDIT-HOLD
               END-IF
               PERFORM 440-WRITE-DUNNING-LETTER
               PERFORM 415-SET-REGISTER-ACTION
           END-IF.
           WRITE REGISTER-RECORD-OUT FROM WS-REGISTER-DETAIL-LINE
               AFTER ADVANCING 1.

       415-SET-REGISTER-ACTION.
           EVALUATE TRUE
               WHEN LETTER-REMINDER
                   ADD 1 TO WS-REMINDER-COUNT
                   MOVE "REMINDER LETTER" TO WS-REG-ACTION
               WHEN HOLD-REQUIRED AND OWN-ON-CREDIT-HOLD
                   ADD 1 TO WS-FINAL-COUNT
                   MOVE "FINAL NOTICE - ON CREDIT HOLD"
                       TO WS-REG-ACTION
               WHEN HOLD-REQUIRED
                   ADD 1 TO WS-FINAL-COUNT
                   MOVE "FINAL NOTICE - HOLD NOT SET"
                       TO WS-REG-ACTION
               WHEN OTHER
                   ADD 1 TO WS-FINAL-COUNT
                   MOVE "FINAL NOTICE" TO WS-REG-ACTION
           END-EVALUATE.

       420-READ-OWNER-MASTER.
           MOVE "N" TO WS-OWNER-FOUND-SW.
           MOVE WS-PREV-OWNER-ID TO OWN-OWNER-ID.
           READ OWNER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-OWNER-FOUND-SW
           END-READ.

       430-PLACE-CREDIT-HOLD.
           IF OWN-ON-CREDIT-HOLD
               ADD 1 TO WS-ALREADY-HELD-COUNT
           ELSE
               MOVE OWN-CREDIT-HOLD TO WS-AUD-OLD-VALUE
               MOVE "Y" TO OWN-CREDIT-HOLD
               REWRITE OWNER-MASTER-RECORD
                   INVALID KEY
                       MOVE WS-AUD-OLD-VALUE TO OWN-CREDIT-HOLD
                       DISPLAY "LAB3DUN: REWRITE FAILED FOR OWNER "
                           OWN-OWNER-ID " - CREDIT HOLD NOT SET"
                   NOT INVALID KEY
                       ADD 1 TO WS-HOLD-SET-COUNT
                       MOVE "CREDIT-HOLD"   TO WS-AUD-FIELD-NAME
                       MOVE OWN-CREDIT-HOLD TO WS-AUD-NEW-VALUE
                       PERFORM 900-WRITE-AUDIT-ROW
               END-REWRITE
           END-IF.

       440-WRITE-DUNNING-LETTER.
           WRITE LETTER-RECORD-OUT FROM WS-LETTER-TITLE
               AFTER ADVANCING PAGE.
           WRITE LETTER-RECORD-OUT FROM WS-LETTER-DATE-LINE
               AFTER ADVANCING 2.
           MOVE OWN-OWNER-ID   TO WS-LTR-OWNER-ID.
           MOVE OWN-OWNER-NAME TO WS-LTR-OWNER-NAME.
           WRITE LETTER-RECORD-OUT FROM WS-LETTER-OWNER-LINE
               AFTER ADVANCING 1.
           IF LETTER-REMINDER
               MOVE "PAYMENT REMINDER" TO WS-LTR-SUBJECT
           ELSE
               MOVE "FINAL NOTICE" TO WS-LTR-SUBJECT
           END-IF.
           WRITE LETTER-RECORD-OUT FROM WS-LETTER-SUBJECT-LINE
               AFTER ADVANCING 2.
           PERFORM 445-WRITE-LETTER-BODY.
           WRITE LETTER-RECORD-OUT FROM WS-LETTER-COL-HDR
               AFTER ADVANCING 2.
           PERFORM 450-WRITE-LETTER-DETAIL
               VARYING OPEN-INV-IDX FROM 1 BY 1
               UNTIL OPEN-INV-IDX > WS-OPEN-INV-COUNT.
           MOVE WS-OWNER-OPEN-TOTAL TO WS-LTR-TOTAL.
           WRITE LETTER-RECORD-OUT FROM WS-LETTER-TOTAL-LINE
               AFTER ADVANCING 2.
           IF HOLD-REQUIRED AND OWN-ON-CREDIT-HOLD
               PERFORM 447-WRITE-HOLD-PARAGRAPH
           END-IF.

       445-WRITE-LETTER-BODY.
           IF LETTER-REMINDER
               MOVE "OUR RECORDS SHOW THE STATEMENTS BELOW PAST DUE."
                   TO WS-LTR-TEXT
               WRITE LETTER-RECORD-OUT FROM WS-LETTER-TEXT-LINE
                   AFTER ADVANCING 2
               MOVE "PLEASE REMIT THE TOTAL NOW DUE PROMPTLY."
                   TO WS-LTR-TEXT
               WRITE LETTER-RECORD-OUT FROM WS-LETTER-TEXT-LINE
                   AFTER ADVANCING 1
           ELSE
               MOVE "THE STATEMENTS BELOW ARE 60 OR MORE DAYS PAST DUE."
                   TO WS-LTR-TEXT
               WRITE LETTER-RECORD-OUT FROM WS-LETTER-TEXT-LINE
                   AFTER ADVANCING 2
               MOVE "PAYMENT IN FULL IS REQUIRED. ACCOUNTS 90 DAYS"
                   TO WS-LTR-TEXT
               WRITE LETTER-RECORD-OUT FROM WS-LETTER-TEXT-LINE
                   AFTER ADVANCING 1
               MOVE "PAST DUE ARE PLACED ON CREDIT HOLD."
                   TO WS-LTR-TEXT
               WRITE LETTER-RECORD-OUT FROM WS-LETTER-TEXT-LINE
                   AFTER ADVANCING 1
           END-IF.

       447-WRITE-HOLD-PARAGRAPH.
           MOVE "YOUR ACCOUNT IS ON CREDIT HOLD. NO TOWING WORK WILL"
               TO WS-LTR-TEXT.
           WRITE LETTER-RECORD-OUT FROM WS-LETTER-TEXT-LINE
               AFTER ADVANCING 2.
           MOVE "BE BOOKED FOR YOUR VEHICLES UNTIL THE OLDEST"
               TO WS-LTR-TEXT.
           WRITE LETTER-RECORD-OUT FROM WS-LETTER-TEXT-LINE
               AFTER ADVANCING 1.
           MOVE "BALANCE IS BROUGHT UNDER 90 DAYS."
               TO WS-LTR-TEXT.
           WRITE LETTER-RECORD-OUT FROM WS-LETTER-TEXT-LINE
               AFTER ADVANCING 1.

       450-WRITE-LETTER-DETAIL.
           MOVE OPEN-INV-STMT-DATE(OPEN-INV-IDX) TO WS-LTR-STMT-DATE.
           MOVE OPEN-INV-AMOUNT(OPEN-INV-IDX)    TO WS-LTR-AMOUNT.
           MOVE OPEN-INV-BALANCE(OPEN-INV-IDX)   TO WS-LTR-BALANCE.
           MOVE OPEN-INV-AGE-DAYS(OPEN-INV-IDX)  TO WS-LTR-AGE-DAYS.
           WRITE LETTER-RECORD-OUT FROM WS-LETTER-DETAIL-LINE
               AFTER ADVANCING 1.

       900-WRITE-AUDIT-ROW.
           MOVE OWN-OWNER-ID       TO OAUD-OWNER-ID.
           MOVE WS-AUD-FIELD-NAME  TO OAUD-FIELD-NAME.
           MOVE WS-AUD-OLD-VALUE   TO OAUD-OLD-VALUE.
           MOVE WS-AUD-NEW-VALUE   TO OAUD-NEW-VALUE.
           ACCEPT OAUD-DATE FROM DATE YYYYMMDD.
           ACCEPT OAUD-TIME FROM TIME.
           MOVE WS-USERID          TO OAUD-USERID.
           WRITE OWNER-AUDIT-RECORD.

       END PROGRAM LAB3DUN.
