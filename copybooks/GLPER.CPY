      ******************************************************************
      * Copybook:    GLPER
      * Author:      Hanna Felix
      * Date-Written: October 15, 2026
      * Purpose:     General ledger period-control record (GLPERIOD.DAT,
      *              indexed on GLP-PERIOD, YYYYMM). LAB3GLX writes or
      *              rewrites the row as P = posted once a balanced
      *              journal for the month is on GLJRNL.TXT, and will
      *              not extract a posted month again. LAB3GMNT's
      *              reopen (full permission, logged on OPRLOG.TXT)
      *              sets R = reopened, which is the only way back in.
      *              No row at all means the month was never extracted.
      * Usage:       COPY GLPER REPLACING ==:REC-NAME:== BY
      *                  ==<01-level-record-name>==.
      ******************************************************************
       01  :REC-NAME:.
           05  GLP-PERIOD              PIC 9(6).
           05  GLP-STATUS              PIC X.
               88  GLP-PERIOD-POSTED   VALUE "P".
               88  GLP-PERIOD-REOPENED VALUE "R".
           05  GLP-STATUS-DATE         PIC 9(8).
           05  GLP-USERID              PIC X(8).
           05  GLP-DEBIT-TOTAL         PIC 9(9)V99.
           05  GLP-CREDIT-TOTAL        PIC 9(9)V99.
