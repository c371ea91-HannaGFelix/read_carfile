      ******************************************************************
      * Author:Hanna Felix
      * Date:October 15, 2026
      * Purpose: Month-end general ledger journal extract. Builds a
      *          balanced double-entry journal on GLJRNL.TXT for one
      *          month (keyed YYYYMM) from the same records the
      *          month's printed reports are produced from, so the
      *          accountant stops rekeying totals off them:
      *            BILL statements LAB3BIL billed in the month (the
      *                 CARINV.DAT invoices by INV-STMT-DATE behind
      *                 CARBILL.TXT) - Dr AR, Cr revenue.
      *            RCPT receipts LAB3PAY applied in the month (the
      *                 PAYAUDIT.TXT rows, new paid less old paid) -
      *                 Dr cash, Cr AR.
      *            DEPR one month's straight-line depreciation on
      *                 every CARFIN.DAT unit still on the books at
      *                 month end, on LAB3DEP's basis (annual over 12,
      *                 never past cost) - Dr expense, Cr accumulated.
      *            DISP units disposed in the month, on LAB3DIS's
      *                 book value basis (CARDISPO.TXT) - Dr cash for
      *                 proceeds, Dr accumulated depreciation, Cr
      *                 asset cost, gain or loss as the balancing line.
      *            SHOP WRK-COST of the orders closed in the month on
      *                 CARWORKH.TXT - Dr maintenance, Cr payables.
      *          Each line's account number comes from the GLACCT.DAT
      *          mapping table (LAB3GMNT). The journal proof report
      *          GLPROOF.TXT lists every line with its account and the
      *          debit and credit totals; if a role has no account
      *          mapped or the debits do not equal the credits, the
      *          proof says so, GLJRNL.TXT is not touched, and the
      *          run ends RETURN-CODE 8. A balanced run marks the
      *          month P = posted on GLPERIOD.DAT, and a posted month
      *          is refused on a later run until it is deliberately
      *          reopened through LAB3GMNT.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History:
      *   2026-10-15  HF  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3GLX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO "..\CARINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-KEY IN INVOICE-RECORD.
           SELECT OPTIONAL PAYMENT-AUDIT
               ASSIGN TO "..\PAYAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VEHICLE-FINANCE-FILE
               ASSIGN TO "..\CARFIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIN-CAR-MODEL IN VEHICLE-FINANCE-RECORD.
           SELECT OPTIONAL WORK-HISTORY-FILE
               ASSIGN TO "..\CARWORKH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-ACCOUNT-FILE
               ASSIGN TO "..\GLACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-ROLE IN GL-ACCOUNT-RECORD.
           SELECT OPTIONAL GL-PERIOD-FILE
               ASSIGN TO "..\GLPERIOD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLP-PERIOD IN GL-PERIOD-RECORD.
           SELECT GL-JOURNAL-FILE
               ASSIGN TO "..\GLJRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-PROOF-LISTING
               ASSIGN TO "..\GLPROOF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-FILE.
           COPY CARINV REPLACING ==:REC-NAME:== BY
               ==INVOICE-RECORD==.

       FD PAYMENT-AUDIT.
           COPY OWNAUD REPLACING ==:REC-NAME:== BY
               ==PAYMENT-AUDIT-RECORD==.

       FD VEHICLE-FINANCE-FILE.
           COPY CARFIN REPLACING ==:REC-NAME:== BY
               ==VEHICLE-FINANCE-RECORD==.

       FD WORK-HISTORY-FILE.
           COPY CARWRK REPLACING ==:REC-NAME:== BY
               ==WORK-HISTORY-RECORD==.

       FD GL-ACCOUNT-FILE.
           COPY GLACCT REPLACING ==:REC-NAME:== BY
               ==GL-ACCOUNT-RECORD==.

       FD GL-PERIOD-FILE.
           COPY GLPER REPLACING ==:REC-NAME:== BY
               ==GL-PERIOD-RECORD==.

       FD GL-JOURNAL-FILE.
           COPY GLJRN REPLACING ==:REC-NAME:== BY
               ==GL-JOURNAL-RECORD==.

       FD JOURNAL-PROOF-LISTING.
       01 PROOF-RECORD-OUT             PIC X(100).

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 EOF-FLG                  PIC X VALUE "N".
           05 WS-PERIOD-ON-FILE-SW     PIC X VALUE "N".
               88 PERIOD-ON-FILE       VALUE "Y".
           05 WS-JOURNAL-OK-SW         PIC X VALUE "N".
               88 JOURNAL-IS-POSTABLE  VALUE "Y".

       01  PERIOD-FIELDS.
           05 WS-PERIOD-ENTRY          PIC X(6)  VALUE SPACES.
           05 WS-GL-PERIOD             PIC 9(6)  VALUE ZERO.
           05 WS-GL-PERIOD-R REDEFINES WS-GL-PERIOD.
               10 WS-GL-YEAR           PIC 9(4).
               10 WS-GL-MONTH          PIC 9(2).
           05 WS-PERIOD-START          PIC 9(8)  VALUE ZERO.
           05 WS-PERIOD-END            PIC 9(8)  VALUE ZERO.
           05 WS-NEXT-MONTH-START      PIC 9(8)  VALUE ZERO.
           05 WS-START-INTEGER         PIC S9(9) VALUE ZERO.
           05 WS-END-INTEGER           PIC S9(9) VALUE ZERO.

       01  DATE-FIELDS.
           05 WS-ACQ-INTEGER           PIC S9(9) VALUE ZERO.
           05 WS-DISP-INTEGER          PIC S9(9) VALUE ZERO.
           05 WS-YEARS-HELD            PIC 9(3)  VALUE ZERO.

       01  DEPRECIATION-FIELDS.
           05 WS-ANNUAL-DEP            PIC 9(7)V99  VALUE ZERO.
           05 WS-ACCUM-DEP             PIC 9(8)V99  VALUE ZERO.
           05 WS-MONTH-DEP             PIC 9(7)V99  VALUE ZERO.
           05 WS-REMAINING-COST        PIC 9(8)V99  VALUE ZERO.
           05 WS-NET-BOOK-VALUE        PIC 9(7)V99  VALUE ZERO.
           05 WS-GAIN-LOSS             PIC S9(8)V99 VALUE ZERO.

       01  RECEIPT-FIELDS.
           05 WS-OLD-PAID              PIC 9(7)V99  VALUE ZERO.
           05 WS-NEW-PAID              PIC 9(7)V99  VALUE ZERO.

       01  SOURCE-TOTALS.
           05 WS-BILLED-TOTAL          PIC 9(9)V99  VALUE ZERO.
           05 WS-RECEIPT-TOTAL         PIC 9(9)V99  VALUE ZERO.
           05 WS-DEPRECIATION-TOTAL    PIC 9(9)V99  VALUE ZERO.
           05 WS-DISP-PROCEEDS-TOTAL   PIC 9(9)V99  VALUE ZERO.
           05 WS-DISP-ACCUM-TOTAL      PIC 9(9)V99  VALUE ZERO.
           05 WS-DISP-COST-TOTAL       PIC 9(9)V99  VALUE ZERO.
           05 WS-DISP-GAIN-TOTAL       PIC 9(9)V99  VALUE ZERO.
           05 WS-DISP-LOSS-TOTAL       PIC 9(9)V99  VALUE ZERO.
           05 WS-SHOP-COST-TOTAL       PIC 9(9)V99  VALUE ZERO.

       01  SOURCE-COUNTS.
           05 WS-INVOICES-USED         PIC 9(7) VALUE ZERO.
           05 WS-RECEIPTS-USED         PIC 9(7) VALUE ZERO.
           05 WS-UNITS-DEPRECIATED     PIC 9(7) VALUE ZERO.
           05 WS-UNITS-DISPOSED        PIC 9(7) VALUE ZERO.
           05 WS-ORDERS-USED           PIC 9(7) VALUE ZERO.

       01  JOURNAL-CONTROLS.
           05 WS-JOURNAL-LINE-COUNT    PIC 9(3)     VALUE ZERO.
           05 WS-UNMAPPED-COUNT        PIC 9(3)     VALUE ZERO.
           05 WS-DEBIT-TOTAL           PIC 9(9)V99  VALUE ZERO.
           05 WS-CREDIT-TOTAL          PIC 9(9)V99  VALUE ZERO.
           05 WS-OUT-OF-BALANCE        PIC S9(9)V99 VALUE ZERO.
           05 WS-LINE-NO               PIC 9(3)     VALUE ZERO.

       01  NEW-JOURNAL-LINE.
           05 WS-NEW-SOURCE            PIC X(4)    VALUE SPACES.
           05 WS-NEW-ROLE              PIC X(4)    VALUE SPACES.
           05 WS-NEW-SIDE              PIC X       VALUE SPACE.
               88 NEW-LINE-IS-DEBIT    VALUE "D".
           05 WS-NEW-AMOUNT            PIC 9(9)V99 VALUE ZERO.
           05 WS-NEW-DESC              PIC X(30)   VALUE SPACES.

       01  JOURNAL-LINE-TABLE.
           05 JOURNAL-LINE OCCURS 15 TIMES INDEXED BY JRN-IDX.
               10 WS-JL-SOURCE         PIC X(4).
               10 WS-JL-ROLE           PIC X(4).
               10 WS-JL-ACCOUNT        PIC X(10).
               10 WS-JL-DEBIT          PIC 9(9)V99.
               10 WS-JL-CREDIT         PIC 9(9)V99.
               10 WS-JL-DESC           PIC X(30).

       01  WS-USERID                   PIC X(8) VALUE SPACES.

       01  WS-PROOF-TITLE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(31) VALUE
                  "GENERAL LEDGER JOURNAL PROOF".
           05 FILLER                   PIC X(7)  VALUE "PERIOD ".
           05 WS-TITLE-PERIOD          PIC 9(6).
           05 FILLER                   PIC X(2)  VALUE " (".
           05 WS-TITLE-START           PIC 9(8).
           05 FILLER                   PIC X(4)  VALUE " TO ".
           05 WS-TITLE-END             PIC 9(8).
           05 FILLER                   PIC X(1)  VALUE ")".

       01  WS-PROOF-SOURCE-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-PSL-LABEL             PIC X(36).
           05 WS-PSL-COUNT             PIC ZZZ,ZZ9.

       01  WS-PROOF-COL-HDR.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE "LINE".
           05 FILLER                   PIC X(6)  VALUE "SRCE".
           05 FILLER                   PIC X(6)  VALUE "ROLE".
           05 FILLER                   PIC X(12) VALUE "ACCOUNT".
           05 FILLER                   PIC X(31) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(15) VALUE "         DEBIT".
           05 FILLER                   PIC X(15) VALUE "        CREDIT".

       01  WS-PROOF-DETAIL-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-PDL-LINE-NO           PIC ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-PDL-SOURCE            PIC X(4).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-PDL-ROLE              PIC X(4).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-PDL-ACCOUNT           PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-PDL-DESC              PIC X(30).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-PDL-DEBIT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-PDL-CREDIT            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-PROOF-TOTAL-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(61) VALUE
                  "JOURNAL TOTALS".
           05 WS-PTL-DEBIT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-PTL-CREDIT            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-PROOF-RESULT-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-PRL-TEXT              PIC X(50).
           05 WS-PRL-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-PROCEDURE-GL-EXTRACT.
           PERFORM 201-INITIALIZE-EXTRACT.
           PERFORM 220-ACCUMULATE-BILLING.
           PERFORM 230-ACCUMULATE-RECEIPTS.
           PERFORM 240-ACCUMULATE-FINANCE.
           PERFORM 250-ACCUMULATE-SHOP-COSTS.
           PERFORM 260-BUILD-JOURNAL-LINES.
           PERFORM 270-MAP-JOURNAL-ACCOUNTS.
           PERFORM 280-PROVE-JOURNAL.
           IF JOURNAL-IS-POSTABLE
               PERFORM 290-WRITE-JOURNAL-FILE
               PERFORM 295-MARK-PERIOD-POSTED
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 203-CLOSE-EXTRACT-FILES.
           STOP RUN.

       201-INITIALIZE-EXTRACT.
           ACCEPT WS-USERID FROM ENVIRONMENT "USER".
           PERFORM 210-ACCEPT-GL-PERIOD.
           OPEN I-O GL-PERIOD-FILE.
           PERFORM 215-CHECK-PERIOD-CONTROL.
           OPEN INPUT GL-ACCOUNT-FILE.
           OPEN OUTPUT JOURNAL-PROOF-LISTING.
           MOVE WS-GL-PERIOD    TO WS-TITLE-PERIOD.
           MOVE WS-PERIOD-START TO WS-TITLE-START.
           MOVE WS-PERIOD-END   TO WS-TITLE-END.
           WRITE PROOF-RECORD-OUT FROM WS-PROOF-TITLE.

       203-CLOSE-EXTRACT-FILES.
           CLOSE GL-PERIOD-FILE GL-ACCOUNT-FILE JOURNAL-PROOF-LISTING.

       210-ACCEPT-GL-PERIOD.
           DISPLAY "ENTER GL PERIOD YYYYMM: " WITH NO ADVANCING.
           ACCEPT WS-PERIOD-ENTRY FROM CONSOLE.
           IF WS-PERIOD-ENTRY NUMERIC
               MOVE WS-PERIOD-ENTRY TO WS-GL-PERIOD
           ELSE
               DISPLAY "GL PERIOD NOT NUMERIC - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-GL-MONTH < 1 OR WS-GL-MONTH > 12
               DISPLAY "GL PERIOD MONTH NOT 01-12 - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-PERIOD-START = WS-GL-PERIOD * 100 + 1.
           IF WS-GL-MONTH EQUAL TO 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-GL-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START = WS-PERIOD-START + 100
           END-IF.
           COMPUTE WS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1.
           COMPUTE WS-PERIOD-END =
               FUNCTION DATE-OF-INTEGER(WS-END-INTEGER).
           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-START).

       215-CHECK-PERIOD-CONTROL.
           MOVE "N" TO WS-PERIOD-ON-FILE-SW.
           MOVE WS-GL-PERIOD TO GLP-PERIOD.
           READ GL-PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PERIOD-ON-FILE-SW
           END-READ.
           IF PERIOD-ON-FILE AND GLP-PERIOD-POSTED
               DISPLAY "LAB3GLX: PERIOD " WS-GL-PERIOD
                   " WAS POSTED ON " GLP-STATUS-DATE " BY "
                   GLP-USERID
               DISPLAY "LAB3GLX: REOPEN IT THROUGH LAB3GMNT BEFORE "
                   "EXTRACTING AGAIN - RUN STOPPED"
               CLOSE GL-PERIOD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       220-ACCUMULATE-BILLING.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT INVOICE-FILE.
           PERFORM 320-READ-INVOICE-RECORD.
           PERFORM 420-ADD-ONE-INVOICE UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE INVOICE-FILE.

       230-ACCUMULATE-RECEIPTS.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT PAYMENT-AUDIT.
           PERFORM 330-READ-PAYMENT-AUDIT.
           PERFORM 430-ADD-ONE-RECEIPT UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE PAYMENT-AUDIT.

       240-ACCUMULATE-FINANCE.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT VEHICLE-FINANCE-FILE.
           PERFORM 340-READ-FINANCE-RECORD.
           PERFORM 440-ADD-ONE-UNIT UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE VEHICLE-FINANCE-FILE.

       250-ACCUMULATE-SHOP-COSTS.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT WORK-HISTORY-FILE.
           PERFORM 350-READ-WORK-HISTORY.
           PERFORM 450-ADD-ONE-ORDER UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE WORK-HISTORY-FILE.

       260-BUILD-JOURNAL-LINES.
           MOVE ZERO TO WS-JOURNAL-LINE-COUNT.
           MOVE "BILL" TO WS-NEW-SOURCE.
           MOVE "VEHICLE BILLING" TO WS-NEW-DESC.
           MOVE WS-BILLED-TOTAL TO WS-NEW-AMOUNT.
           MOVE "AR"   TO WS-NEW-ROLE.
           MOVE "D"    TO WS-NEW-SIDE.
           PERFORM 265-ADD-JOURNAL-LINE.
           MOVE "REVN" TO WS-NEW-ROLE.
           MOVE "C"    TO WS-NEW-SIDE.
           PERFORM 265-ADD-JOURNAL-LINE.
           MOVE "RCPT" TO WS-NEW-SOURCE.
           MOVE "RECEIPTS APPLIED" TO WS-NEW-DESC.
           MOVE WS-RECEIPT-TOTAL TO WS-NEW-AMOUNT.
           MOVE "CASH" TO WS-NEW-ROLE.
           MOVE "D"    TO WS-NEW-SIDE.
           PERFORM 265-ADD-JOURNAL-LINE.
           MOVE "AR"   TO WS-NEW-ROLE.
           MOVE "C"    TO WS-NEW-SIDE.
           PERFORM 265-ADD-JOURNAL-LINE.
           MOVE "DEPR" TO WS-NEW-SOURCE.
           MOVE "MONTHLY DEPRECIATION" TO WS-NEW-DESC.
           MOVE WS-DEPRECIATION-TOTAL TO WS-NEW-AMOUNT.
           MOVE "DEPX" TO WS-NEW-ROLE.
           MOVE "D"    TO WS-NEW-SIDE.
           PERFORM 265-ADD-JOURNAL-LINE.
           MOVE "ACDP" TO WS-NEW-ROLE.
           MOVE "C"    TO WS-NEW-SIDE.
           PERFORM 265-ADD-JOURNAL-LINE.
           MOVE "DISP" TO WS-NEW-SOURCE.
           MOVE "DISPOSAL PROCEEDS" TO WS-NEW-DESC.
           MOVE WS-DISP-PROCEEDS-TOTAL TO WS-NEW-AMOUNT.
           MOVE "CASH" TO WS-NEW-ROLE.
           MOVE "D"    TO WS-NEW-SIDE.
           PERFORM 265-ADD-JOURNAL-LINE.
           MOVE "DISPOSAL - DEPRECIATION OUT" TO WS-NEW-DESC.
           MOVE WS-DISP-ACCUM-TOTAL TO WS-NEW-AMOUNT.
           MOVE "ACDP" TO WS-NEW-ROLE.
           PERFORM 265-ADD-JOURNAL-LINE.
           MOVE "DISPOSAL - LOSS" TO WS-NEW-DESC.
           MOVE WS-DISP-LOSS-TOTAL TO WS-NEW-AMOUNT.
           MOVE "LOSS" TO WS-NEW-ROLE.
           PERFORM 265-ADD-JOURNAL-LINE.
           MOVE "DISPOSAL - COST OUT" TO WS-NEW-DESC.
           MOVE WS-DISP-COST-TOTAL TO WS-NEW-AMOUNT.
           MOVE "FXAS" TO WS-NEW-ROLE.
           MOVE "C"    TO WS-NEW-SIDE.
           PERFORM 265-ADD-JOURNAL-LINE.
           MOVE "DISPOSAL - GAIN" TO WS-NEW-DESC.
           MOVE WS-DISP-GAIN-TOTAL TO WS-NEW-AMOUNT.
           MOVE "GAIN" TO WS-NEW-ROLE.
           PERFORM 265-ADD-JOURNAL-LINE.
           MOVE "SHOP" TO WS-NEW-SOURCE.
           MOVE "CLOSED WORK-ORDER COSTS" TO WS-NEW-DESC.
           MOVE WS-SHOP-COST-TOTAL TO WS-NEW-AMOUNT.
           MOVE "MNTX" TO WS-NEW-ROLE.
           MOVE "D"    TO WS-NEW-SIDE.
           PERFORM 265-ADD-JOURNAL-LINE.
           MOVE "APAY" TO WS-NEW-ROLE.
           MOVE "C"    TO WS-NEW-SIDE.
           PERFORM 265-ADD-JOURNAL-LINE.

       265-ADD-JOURNAL-LINE.
           IF WS-NEW-AMOUNT > ZERO
               ADD 1 TO WS-JOURNAL-LINE-COUNT
               SET JRN-IDX TO WS-JOURNAL-LINE-COUNT
               MOVE WS-NEW-SOURCE TO WS-JL-SOURCE (JRN-IDX)
               MOVE WS-NEW-ROLE   TO WS-JL-ROLE (JRN-IDX)
               MOVE SPACES        TO WS-JL-ACCOUNT (JRN-IDX)
               MOVE WS-NEW-DESC   TO WS-JL-DESC (JRN-IDX)
               IF NEW-LINE-IS-DEBIT
                   MOVE WS-NEW-AMOUNT TO WS-JL-DEBIT (JRN-IDX)
                   MOVE ZERO          TO WS-JL-CREDIT (JRN-IDX)
               ELSE
                   MOVE ZERO          TO WS-JL-DEBIT (JRN-IDX)
                   MOVE WS-NEW-AMOUNT TO WS-JL-CREDIT (JRN-IDX)
               END-IF
           END-IF.

       270-MAP-JOURNAL-ACCOUNTS.
           MOVE ZERO TO WS-UNMAPPED-COUNT WS-DEBIT-TOTAL
               WS-CREDIT-TOTAL.
           PERFORM 470-MAP-ONE-LINE
               VARYING JRN-IDX FROM 1 BY 1
               UNTIL JRN-IDX > WS-JOURNAL-LINE-COUNT.
           COMPUTE WS-OUT-OF-BALANCE =
               WS-DEBIT-TOTAL - WS-CREDIT-TOTAL.

       280-PROVE-JOURNAL.
           PERFORM 480-WRITE-SOURCE-COUNTS.
           WRITE PROOF-RECORD-OUT FROM WS-PROOF-COL-HDR
               AFTER ADVANCING 2.
           PERFORM 485-WRITE-PROOF-DETAIL
               VARYING JRN-IDX FROM 1 BY 1
               UNTIL JRN-IDX > WS-JOURNAL-LINE-COUNT.
           MOVE WS-DEBIT-TOTAL  TO WS-PTL-DEBIT.
           MOVE WS-CREDIT-TOTAL TO WS-PTL-CREDIT.
           WRITE PROOF-RECORD-OUT FROM WS-PROOF-TOTAL-LINE
               AFTER ADVANCING 2.
           MOVE SPACES TO WS-PROOF-RESULT-LINE.
           EVALUATE TRUE
               WHEN WS-UNMAPPED-COUNT > ZERO
                   MOVE "N" TO WS-JOURNAL-OK-SW
                   MOVE "POSTING ROLE(S) WITH NO ACCOUNT ON GLACCT.DAT"
                       TO WS-PRL-TEXT
                   DISPLAY "LAB3GLX: " WS-UNMAPPED-COUNT
                       " POSTING ROLES NOT MAPPED - GLJRNL.TXT "
                       "NOT WRITTEN"
               WHEN WS-OUT-OF-BALANCE NOT EQUAL TO ZERO
                   MOVE "N" TO WS-JOURNAL-OK-SW
                   MOVE "OUT OF BALANCE - DEBITS LESS CREDITS:"
                       TO WS-PRL-TEXT
                   MOVE WS-OUT-OF-BALANCE TO WS-PRL-AMOUNT
                   DISPLAY "LAB3GLX: JOURNAL OUT OF BALANCE - "
                       "GLJRNL.TXT NOT WRITTEN"
               WHEN OTHER
                   MOVE "Y" TO WS-JOURNAL-OK-SW
                   MOVE "JOURNAL BALANCED - WRITTEN TO GLJRNL.TXT"
                       TO WS-PRL-TEXT
           END-EVALUATE.
           WRITE PROOF-RECORD-OUT FROM WS-PROOF-RESULT-LINE
               AFTER ADVANCING 2.
           IF NOT JOURNAL-IS-POSTABLE
               MOVE SPACES TO WS-PROOF-RESULT-LINE
               MOVE "JOURNAL NOT WRITTEN - PERIOD LEFT OPEN"
                   TO WS-PRL-TEXT
               WRITE PROOF-RECORD-OUT FROM WS-PROOF-RESULT-LINE
                   AFTER ADVANCING 1
           END-IF.

       290-WRITE-JOURNAL-FILE.
           OPEN OUTPUT GL-JOURNAL-FILE.
           PERFORM 490-WRITE-JOURNAL-LINE
               VARYING JRN-IDX FROM 1 BY 1
               UNTIL JRN-IDX > WS-JOURNAL-LINE-COUNT.
           CLOSE GL-JOURNAL-FILE.

       295-MARK-PERIOD-POSTED.
           MOVE WS-GL-PERIOD    TO GLP-PERIOD.
           MOVE "P"             TO GLP-STATUS.
           ACCEPT GLP-STATUS-DATE FROM DATE YYYYMMDD.
           MOVE WS-USERID       TO GLP-USERID.
           MOVE WS-DEBIT-TOTAL  TO GLP-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO GLP-CREDIT-TOTAL.
           IF PERIOD-ON-FILE
               REWRITE GL-PERIOD-RECORD
                   INVALID KEY
                       DISPLAY "LAB3GLX: GLPERIOD.DAT REWRITE FAILED "
                           "FOR " WS-GL-PERIOD
                       MOVE 8 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE GL-PERIOD-RECORD
                   INVALID KEY
                       DISPLAY "LAB3GLX: GLPERIOD.DAT WRITE FAILED "
                           "FOR " WS-GL-PERIOD
                       MOVE 8 TO RETURN-CODE
               END-WRITE
           END-IF.

       320-READ-INVOICE-RECORD.
           READ INVOICE-FILE NEXT RECORD AT END
               MOVE "Y" TO EOF-FLG.

       330-READ-PAYMENT-AUDIT.
           READ PAYMENT-AUDIT AT END
               MOVE "Y" TO EOF-FLG.

       340-READ-FINANCE-RECORD.
           READ VEHICLE-FINANCE-FILE NEXT RECORD AT END
               MOVE "Y" TO EOF-FLG.

       350-READ-WORK-HISTORY.
           READ WORK-HISTORY-FILE AT END
               MOVE "Y" TO EOF-FLG.

       420-ADD-ONE-INVOICE.
           IF INV-STMT-DATE NOT LESS THAN WS-PERIOD-START
                   AND INV-STMT-DATE NOT GREATER THAN WS-PERIOD-END
               ADD 1          TO WS-INVOICES-USED
               ADD INV-AMOUNT TO WS-BILLED-TOTAL
           END-IF.
           PERFORM 320-READ-INVOICE-RECORD.

       430-ADD-ONE-RECEIPT.
           IF OAUD-FIELD-NAME EQUAL TO "INV-PAID-TO-DT"
                   AND OAUD-DATE NOT LESS THAN WS-PERIOD-START
                   AND OAUD-DATE NOT GREATER THAN WS-PERIOD-END
               COMPUTE WS-OLD-PAID =
                   FUNCTION NUMVAL-C(OAUD-OLD-VALUE (10:12))
               COMPUTE WS-NEW-PAID =
                   FUNCTION NUMVAL-C(OAUD-NEW-VALUE (10:12))
               IF WS-NEW-PAID > WS-OLD-PAID
                   ADD 1 TO WS-RECEIPTS-USED
                   COMPUTE WS-RECEIPT-TOTAL =
                       WS-RECEIPT-TOTAL + WS-NEW-PAID - WS-OLD-PAID
               END-IF
           END-IF.
           PERFORM 330-READ-PAYMENT-AUDIT.

       440-ADD-ONE-UNIT.
           IF FIN-DISP-DATE NOT EQUAL TO ZERO
                   AND FIN-DISP-DATE NOT LESS THAN WS-PERIOD-START
                   AND FIN-DISP-DATE NOT GREATER THAN WS-PERIOD-END
               PERFORM 441-ADD-DISPOSAL
           END-IF.
           IF FIN-ACQ-DATE NOT GREATER THAN WS-PERIOD-END
                   AND (FIN-DISP-DATE EQUAL TO ZERO
                    OR FIN-DISP-DATE > WS-PERIOD-END)
               PERFORM 442-ADD-MONTH-DEPRECIATION
           END-IF.
           PERFORM 340-READ-FINANCE-RECORD.

       441-ADD-DISPOSAL.
           ADD 1 TO WS-UNITS-DISPOSED.
           COMPUTE WS-DISP-INTEGER =
               FUNCTION INTEGER-OF-DATE(FIN-DISP-DATE).
           PERFORM 445-COMPUTE-ACCUMULATED-DEP.
           COMPUTE WS-NET-BOOK-VALUE = FIN-ACQ-COST - WS-ACCUM-DEP.
           COMPUTE WS-GAIN-LOSS =
               FIN-DISP-PROCEEDS - WS-NET-BOOK-VALUE.
           ADD FIN-DISP-PROCEEDS TO WS-DISP-PROCEEDS-TOTAL.
           ADD WS-ACCUM-DEP      TO WS-DISP-ACCUM-TOTAL.
           ADD FIN-ACQ-COST      TO WS-DISP-COST-TOTAL.
           IF WS-GAIN-LOSS > ZERO
               ADD WS-GAIN-LOSS TO WS-DISP-GAIN-TOTAL
           ELSE
               SUBTRACT WS-GAIN-LOSS FROM WS-DISP-LOSS-TOTAL
           END-IF.

       442-ADD-MONTH-DEPRECIATION.
           MOVE WS-START-INTEGER TO WS-DISP-INTEGER.
           PERFORM 445-COMPUTE-ACCUMULATED-DEP.
           COMPUTE WS-REMAINING-COST = FIN-ACQ-COST - WS-ACCUM-DEP.
           DIVIDE WS-ANNUAL-DEP BY 12 GIVING WS-MONTH-DEP ROUNDED.
           IF WS-MONTH-DEP > WS-REMAINING-COST
               MOVE WS-REMAINING-COST TO WS-MONTH-DEP
           END-IF.
           IF WS-MONTH-DEP > ZERO
               ADD 1            TO WS-UNITS-DEPRECIATED
               ADD WS-MONTH-DEP TO WS-DEPRECIATION-TOTAL
           END-IF.

       445-COMPUTE-ACCUMULATED-DEP.
           IF FIN-LIFE-YEARS EQUAL TO ZERO
               MOVE ZERO TO WS-ANNUAL-DEP
           ELSE
               DIVIDE FIN-ACQ-COST BY FIN-LIFE-YEARS
                   GIVING WS-ANNUAL-DEP ROUNDED
           END-IF.
           COMPUTE WS-ACQ-INTEGER =
               FUNCTION INTEGER-OF-DATE(FIN-ACQ-DATE).
           IF WS-ACQ-INTEGER > ZERO
                   AND WS-DISP-INTEGER > WS-ACQ-INTEGER
               COMPUTE WS-YEARS-HELD =
                   (WS-DISP-INTEGER - WS-ACQ-INTEGER) / 365
           ELSE
               MOVE ZERO TO WS-YEARS-HELD
           END-IF.
           COMPUTE WS-ACCUM-DEP = WS-ANNUAL-DEP * WS-YEARS-HELD.
           IF WS-ACCUM-DEP > FIN-ACQ-COST
               MOVE FIN-ACQ-COST TO WS-ACCUM-DEP
           END-IF.

       450-ADD-ONE-ORDER.
           IF WRK-ACT-RETURN-DATE NOT LESS THAN WS-PERIOD-START
                   AND WRK-ACT-RETURN-DATE NOT GREATER THAN
                       WS-PERIOD-END
               ADD 1        TO WS-ORDERS-USED
               ADD WRK-COST TO WS-SHOP-COST-TOTAL
           END-IF.
           PERFORM 350-READ-WORK-HISTORY.

       470-MAP-ONE-LINE.
           MOVE WS-JL-ROLE (JRN-IDX) TO GLA-ROLE.
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   MOVE "*UNMAPPED*" TO WS-JL-ACCOUNT (JRN-IDX)
                   ADD 1 TO WS-UNMAPPED-COUNT
               NOT INVALID KEY
                   MOVE GLA-ACCOUNT  TO WS-JL-ACCOUNT (JRN-IDX)
           END-READ.
           ADD WS-JL-DEBIT (JRN-IDX)  TO WS-DEBIT-TOTAL.
           ADD WS-JL-CREDIT (JRN-IDX) TO WS-CREDIT-TOTAL.

       480-WRITE-SOURCE-COUNTS.
           MOVE "STATEMENTS BILLED (CARINV.DAT):" TO WS-PSL-LABEL.
           MOVE WS-INVOICES-USED TO WS-PSL-COUNT.
           WRITE PROOF-RECORD-OUT FROM WS-PROOF-SOURCE-LINE
               AFTER ADVANCING 2.
           MOVE "RECEIPTS APPLIED (PAYAUDIT.TXT):" TO WS-PSL-LABEL.
           MOVE WS-RECEIPTS-USED TO WS-PSL-COUNT.
           WRITE PROOF-RECORD-OUT FROM WS-PROOF-SOURCE-LINE
               AFTER ADVANCING 1.
           MOVE "UNITS DEPRECIATED (CARFIN.DAT):" TO WS-PSL-LABEL.
           MOVE WS-UNITS-DEPRECIATED TO WS-PSL-COUNT.
           WRITE PROOF-RECORD-OUT FROM WS-PROOF-SOURCE-LINE
               AFTER ADVANCING 1.
           MOVE "UNITS DISPOSED (CARFIN.DAT):" TO WS-PSL-LABEL.
           MOVE WS-UNITS-DISPOSED TO WS-PSL-COUNT.
           WRITE PROOF-RECORD-OUT FROM WS-PROOF-SOURCE-LINE
               AFTER ADVANCING 1.
           MOVE "WORK ORDERS CLOSED (CARWORKH.TXT):" TO WS-PSL-LABEL.
           MOVE WS-ORDERS-USED TO WS-PSL-COUNT.
           WRITE PROOF-RECORD-OUT FROM WS-PROOF-SOURCE-LINE
               AFTER ADVANCING 1.

       485-WRITE-PROOF-DETAIL.
           SET WS-LINE-NO TO JRN-IDX.
           MOVE WS-LINE-NO TO WS-PDL-LINE-NO.
           MOVE WS-JL-SOURCE (JRN-IDX)  TO WS-PDL-SOURCE.
           MOVE WS-JL-ROLE (JRN-IDX)    TO WS-PDL-ROLE.
           MOVE WS-JL-ACCOUNT (JRN-IDX) TO WS-PDL-ACCOUNT.
           MOVE WS-JL-DESC (JRN-IDX)    TO WS-PDL-DESC.
           MOVE WS-JL-DEBIT (JRN-IDX)   TO WS-PDL-DEBIT.
           MOVE WS-JL-CREDIT (JRN-IDX)  TO WS-PDL-CREDIT.
           WRITE PROOF-RECORD-OUT FROM WS-PROOF-DETAIL-LINE
               AFTER ADVANCING 1.

       490-WRITE-JOURNAL-LINE.
           MOVE WS-GL-PERIOD            TO GLJ-PERIOD.
           SET GLJ-LINE-NO              TO JRN-IDX.
           MOVE WS-JL-SOURCE (JRN-IDX)  TO GLJ-SOURCE.
           MOVE WS-JL-ROLE (JRN-IDX)    TO GLJ-ROLE.
           MOVE WS-JL-ACCOUNT (JRN-IDX) TO GLJ-ACCOUNT.
           MOVE WS-JL-DEBIT (JRN-IDX)   TO GLJ-DEBIT.
           MOVE WS-JL-CREDIT (JRN-IDX)  TO GLJ-CREDIT.
           MOVE WS-JL-DESC (JRN-IDX)    TO GLJ-DESC.
           WRITE GL-JOURNAL-RECORD.

       END PROGRAM LAB3GLX.
