      ******************************************************************
      * Copybook:    GLJRN
      * Author:      Hanna Felix
      * Date-Written: October 15, 2026
      * Purpose:     General ledger journal line (GLJRNL.TXT, line
      *              sequential, rebuilt by LAB3GLX for one month at a
      *              time). One double-entry line per source and
      *              account - either GLJ-DEBIT or GLJ-CREDIT carries
      *              the amount, the other is zero - and the file as a
      *              whole always balances; LAB3GLX refuses to write
      *              it otherwise. GLJ-SOURCE names what the figure
      *              came from: BILL statements billed, RCPT receipts
      *              posted, DEPR month's depreciation, DISP disposals,
      *              SHOP closed work-order costs.
      * Usage:       COPY GLJRN REPLACING ==:REC-NAME:== BY
      *                  ==<01-level-record-name>==.
      ******************************************************************
       01  :REC-NAME:.
           05  GLJ-PERIOD              PIC 9(6).
           05  GLJ-LINE-NO             PIC 9(3).
           05  GLJ-SOURCE              PIC X(4).
           05  GLJ-ROLE                PIC X(4).
           05  GLJ-ACCOUNT             PIC X(10).
           05  GLJ-DEBIT               PIC 9(9)V99.
           05  GLJ-CREDIT              PIC 9(9)V99.
           05  GLJ-DESC                PIC X(30).
