      ******************************************************************
      * Author:Hanna Felix
      * Date:October 15, 2026
      * Purpose: Vehicle profitability and cost-of-ownership report
      *          by CAR-MODEL for a keyed date range (CARPROF.TXT).
      *          Brings together per unit the figures that live in
      *          separate files today:
      *            - the monthly charge LAB3BIL rates for the unit,
      *              with the same effective-dated CARRATES.TXT band
      *              pick as its 440-RATE-VEHICLE-CHARGE (rated as at
      *              the period end), times the calendar months the
      *              period touches = billing for the period.
      *              Only what LAB3BIL would have invoiced counts: a
      *              unit in the shop (H) bills nothing, and a sold or
      *              scrapped unit bills only the months up to its
      *              CARFIN.DAT disposal date;
      *            - completed jobs and load weight hauled from
      *              CARASGN.DAT (status C, date needed in period);
      *            - shop cost of the orders closed in the period and
      *              days out of service (the part of each order's
      *              open-to-return span that falls in the period)
      *              from CARWORKH.TXT;
      *            - depreciation for the period from CARFIN.DAT on
      *              LAB3DEP's straight-line basis, prorated by the
      *              days the unit was on the books in the period and
      *              never taken past cost.
      *          Net contribution = billing - shop cost -
      *          depreciation; cost per completed job = (shop cost +
      *          depreciation) / jobs. Units whose net contribution
      *          ranks in the bottom tenth of the fleet are flagged,
      *          and the fleet totals close the report by engine code
      *          (ENGINE(1:4), the ENGMAST.DAT code) and overall.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History:
      *   2026-10-15  HF  Initial version.
      *   2026-10-15  HF  Billing follows LAB3BIL's status rule - only
      *                   CAR-STATUS A units bill the whole period, H
      *                   units bill nothing, and S/X units bill up to
      *                   the month of FIN-DISP-DATE - so the report no
      *                   longer shows revenue that was never invoiced.
      *   2026-10-15  HF  Period start and end are tested as real
      *                   calendar dates; an impossible date stops the
      *                   run with RC 8 before any day spans are taken.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3PRF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAR-MASTER-FILE
               ASSIGN TO "..\CARMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAR-MODEL IN CAR-MASTER-RECORD
               ALTERNATE RECORD KEY IS CAR-OWNER-ID
                   IN CAR-MASTER-RECORD WITH DUPLICATES.
           SELECT OPTIONAL VEHICLE-FINANCE-FILE
               ASSIGN TO "..\CARFIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIN-CAR-MODEL IN VEHICLE-FINANCE-RECORD.
           SELECT OPTIONAL ASSIGNMENT-FILE
               ASSIGN TO "..\CARASGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASG-JOB-ID IN ASSIGNMENT-RECORD.
           SELECT OPTIONAL WORK-HISTORY-FILE
               ASSIGN TO "..\CARWORKH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-TABLE-FILE
               ASSIGN TO "..\CARRATES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROFIT-LISTING
               ASSIGN TO "..\CARPROF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CAR-MASTER-FILE.
           COPY CARREC REPLACING ==:REC-NAME:== BY
               ==CAR-MASTER-RECORD==.

       FD VEHICLE-FINANCE-FILE.
           COPY CARFIN REPLACING ==:REC-NAME:== BY
               ==VEHICLE-FINANCE-RECORD==.

       FD ASSIGNMENT-FILE.
           COPY CARASG REPLACING ==:REC-NAME:== BY
               ==ASSIGNMENT-RECORD==.

       FD WORK-HISTORY-FILE.
           COPY CARWRK REPLACING ==:REC-NAME:== BY
               ==WORK-HISTORY-RECORD==.

       FD RATE-TABLE-FILE.
       01 RATE-TABLE-RECORD.
           05 RAT-LOW-CAPACITY         PIC 9(8).
           05 RAT-HIGH-CAPACITY        PIC 9(8).
           05 RAT-CHARGE               PIC 9(5)V99.
           05 RAT-EFF-DATE             PIC X(8).

       FD PROFIT-LISTING.
       01 PROFIT-RECORD-OUT            PIC X(132).

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 EOF-FLG                  PIC X VALUE "N".
           05 RATE-FILE-EOF-SW         PIC X VALUE "N".
               88 RATE-FILE-EOF        VALUE "Y".
           05 WS-VEHICLE-FOUND-SW      PIC X VALUE "N".
               88 VEHICLE-FOUND        VALUE "Y".
           05 WS-ENGINE-FOUND-SW       PIC X VALUE "N".
               88 ENGINE-TOTAL-FOUND   VALUE "Y".
           05 WS-FINANCE-FOUND-SW      PIC X VALUE "N".
               88 FINANCE-FOUND        VALUE "Y".

       01  PERIOD-FIELDS.
           05 WS-DATE-ENTRY            PIC X(8) VALUE SPACES.
           05 WS-PERIOD-START          PIC 9(8) VALUE ZERO.
           05 WS-PERIOD-START-R REDEFINES WS-PERIOD-START.
               10 WS-START-YEAR        PIC 9(4).
               10 WS-START-MONTH       PIC 9(2).
               10 WS-START-DAY         PIC 9(2).
           05 WS-PERIOD-END            PIC 9(8) VALUE ZERO.
           05 WS-PERIOD-END-R REDEFINES WS-PERIOD-END.
               10 WS-END-YEAR          PIC 9(4).
               10 WS-END-MONTH         PIC 9(2).
               10 WS-END-DAY           PIC 9(2).
           05 WS-BILLING-MONTHS        PIC 9(4) VALUE ZERO.
           05 WS-BILL-TO-DATE          PIC 9(8) VALUE ZERO.
           05 WS-BILL-TO-DATE-R REDEFINES WS-BILL-TO-DATE.
               10 WS-BILL-TO-YEAR      PIC 9(4).
               10 WS-BILL-TO-MONTH     PIC 9(2).
               10 WS-BILL-TO-DAY       PIC 9(2).

       01  DATE-FIELDS.
           05 WS-START-INTEGER         PIC S9(9) VALUE ZERO.
           05 WS-END-INTEGER           PIC S9(9) VALUE ZERO.
           05 WS-ACQ-INTEGER           PIC S9(9) VALUE ZERO.
           05 WS-DISP-INTEGER          PIC S9(9) VALUE ZERO.
           05 WS-SPAN-FROM-INTEGER     PIC S9(9) VALUE ZERO.
           05 WS-SPAN-TO-INTEGER       PIC S9(9) VALUE ZERO.
           05 WS-SPAN-DAYS             PIC S9(7) VALUE ZERO.
           05 WS-YEARS-HELD            PIC 9(3)  VALUE ZERO.

       01  RATE-BAND-TABLE.
           05 WS-RATE-COUNT            PIC 9(4) VALUE ZERO.
           05 RATE-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-RATE-COUNT
                   INDEXED BY RATE-IDX.
               10 RATE-LOW-CAPACITY    PIC 9(8).
               10 RATE-HIGH-CAPACITY   PIC 9(8).
               10 RATE-CHARGE          PIC 9(5)V99.
               10 RATE-EFF-DATE        PIC 9(8).

       01  RATE-PICK-FIELDS.
           05 WS-BEST-EFF-DATE         PIC 9(8) VALUE ZERO.

       01  CHARGE-FIELDS.
           05 WS-VEHICLE-CHARGE        PIC 9(5)V99 VALUE ZERO.
           05 WS-RATE-FOUND-SW         PIC X       VALUE "N".
               88 RATE-FOUND           VALUE "Y".

       01  DEPRECIATION-FIELDS.
           05 WS-ANNUAL-DEP            PIC 9(7)V99 VALUE ZERO.
           05 WS-ACCUM-DEP             PIC 9(8)V99 VALUE ZERO.
           05 WS-REMAINING-COST        PIC 9(8)V99 VALUE ZERO.
           05 WS-PERIOD-DEP            PIC 9(8)V99 VALUE ZERO.

       01  VEHICLE-TABLE.
           05 WS-VEHICLE-COUNT         PIC 9(4) VALUE ZERO.
           05 VEHICLE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-VEHICLE-COUNT
                   INDEXED BY VEH-IDX VEH-CMP-IDX.
               10 VEH-CAR-MODEL        PIC X(15).
               10 VEH-ENGINE-CODE      PIC X(4).
               10 VEH-MONTHLY-CHARGE   PIC 9(5)V99.
               10 VEH-RATE-FOUND-SW    PIC X.
               10 VEH-BILLING-MONTHS   PIC 9(4).
               10 VEH-BILLING          PIC 9(8)V99.
               10 VEH-JOBS             PIC 9(5).
               10 VEH-LOAD-WEIGHT      PIC 9(11).
               10 VEH-SHOP-COST        PIC 9(7)V99.
               10 VEH-DAYS-OUT         PIC 9(5).
               10 VEH-DEPRECIATION     PIC 9(8)V99.
               10 VEH-NET              PIC S9(8)V99.
               10 VEH-COST-PER-JOB     PIC 9(7)V99.
               10 VEH-BOTTOM-SW        PIC X.

       01  ENGINE-TOTAL-TABLE.
           05 WS-ENGINE-COUNT          PIC 9(4) VALUE ZERO.
           05 ENGINE-TOTAL-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-ENGINE-COUNT
                   INDEXED BY ENGT-IDX.
               10 ENGT-CODE            PIC X(4).
               10 ENGT-UNITS           PIC 9(5).
               10 ENGT-BILLING         PIC 9(9)V99.
               10 ENGT-JOBS            PIC 9(7).
               10 ENGT-LOAD-WEIGHT     PIC 9(11).
               10 ENGT-SHOP-COST       PIC 9(9)V99.
               10 ENGT-DAYS-OUT        PIC 9(7).
               10 ENGT-DEPRECIATION    PIC 9(9)V99.
               10 ENGT-NET             PIC S9(9)V99.

       01  FLEET-TOTALS.
           05 WS-FLEET-BILLING         PIC 9(9)V99  VALUE ZERO.
           05 WS-FLEET-JOBS            PIC 9(7)     VALUE ZERO.
           05 WS-FLEET-LOAD-WEIGHT     PIC 9(11)    VALUE ZERO.
           05 WS-FLEET-SHOP-COST       PIC 9(9)V99  VALUE ZERO.
           05 WS-FLEET-DAYS-OUT        PIC 9(7)     VALUE ZERO.
           05 WS-FLEET-DEPRECIATION    PIC 9(9)V99  VALUE ZERO.
           05 WS-FLEET-NET             PIC S9(9)V99 VALUE ZERO.
           05 WS-FLEET-COST-PER-JOB    PIC 9(7)V99  VALUE ZERO.

       01  DECILE-FIELDS.
           05 WS-DECILE-CUTOFF         PIC 9(4) VALUE ZERO.
           05 WS-LOWER-COUNT           PIC 9(4) VALUE ZERO.
           05 WS-BOTTOM-COUNT          PIC 9(4) VALUE ZERO.
           05 WS-NO-RATE-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-NO-FINANCE-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-NOT-ACTIVE-COUNT      PIC 9(4) VALUE ZERO.

       01  WS-PRF-TITLE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(43) VALUE
                  "VEHICLE PROFITABILITY AND COST OF OWNERSHIP".
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-TITLE-START           PIC 9(8).
           05 FILLER                   PIC X(4)  VALUE " TO ".
           05 WS-TITLE-END             PIC 9(8).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-TITLE-MONTHS          PIC ZZ9.
           05 FILLER                   PIC X(15) VALUE
                  " BILLING MONTHS".

       01  WS-PRF-COL-HDR-1.
           05 FILLER                   PIC X(23) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "  MONTHLY".
           05 FILLER                   PIC X(11) VALUE "    PERIOD".
           05 FILLER                   PIC X(7)  VALUE "  JOBS".
           05 FILLER                   PIC X(12) VALUE "       LOAD".
           05 FILLER                   PIC X(11) VALUE "      SHOP".
           05 FILLER                   PIC X(7)  VALUE "  DAYS".
           05 FILLER                   PIC X(11) VALUE "    PERIOD".
           05 FILLER                   PIC X(12) VALUE "        NET".
           05 FILLER                   PIC X(11) VALUE "  COST PER".

       01  WS-PRF-COL-HDR-2.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(16) VALUE "CAR MODEL".
           05 FILLER                   PIC X(6)  VALUE "ENG".
           05 FILLER                   PIC X(10) VALUE "   CHARGE".
           05 FILLER                   PIC X(11) VALUE "   BILLING".
           05 FILLER                   PIC X(7)  VALUE "  DONE".
           05 FILLER                   PIC X(12) VALUE "     WEIGHT".
           05 FILLER                   PIC X(11) VALUE "      COST".
           05 FILLER                   PIC X(7)  VALUE "   OUT".
           05 FILLER                   PIC X(11) VALUE "  DEPREC'N".
           05 FILLER                   PIC X(12) VALUE "    CONTRIB".
           05 FILLER                   PIC X(11) VALUE "       JOB".

       01  WS-PRF-DETAIL-LINE.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-PRF-CAR-MODEL         PIC X(15).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-PRF-ENGINE-CODE       PIC X(4).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-PRF-MONTHLY           PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-PRF-BILLING           PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-PRF-JOBS              PIC ZZ,ZZ9.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-PRF-LOAD-WEIGHT       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-PRF-SHOP-COST         PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-PRF-DAYS-OUT          PIC ZZ,ZZ9.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-PRF-DEPRECIATION      PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-PRF-NET               PIC -ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-PRF-COST-PER-JOB      PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-PRF-FLAG              PIC X(16).

       01  WS-PRF-ENGINE-HDR.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE
                  "FLEET TOTALS BY ENGINE CODE".

       01  WS-PRF-ENGINE-COL-HDR.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 FILLER                   PIC X(22) VALUE "ENGINE CODE".
           05 FILLER                   PIC X(10) VALUE "    UNITS".

       01  WS-PRF-TOTAL-LINE.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-PRT-LABEL             PIC X(22).
           05 WS-PRT-UNITS             PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-PRT-BILLING           PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-PRT-JOBS              PIC ZZ,ZZ9.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-PRT-LOAD-WEIGHT       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-PRT-SHOP-COST         PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-PRT-DAYS-OUT          PIC ZZ,ZZ9.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-PRT-DEPRECIATION      PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-PRT-NET               PIC -ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-PRT-COST-PER-JOB      PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.

       01  WS-PRF-COUNT-LINE.
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-PRC-LABEL             PIC X(40).
           05 WS-PRC-COUNT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-PROCEDURE-PROFITABILITY.
           PERFORM 201-INITIALIZE-REPORT.
           PERFORM 202-TABLE-ONE-VEHICLE UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE CAR-MASTER-FILE VEHICLE-FINANCE-FILE.
           PERFORM 230-ACCUMULATE-JOBS.
           PERFORM 250-ACCUMULATE-SHOP-HISTORY.
           PERFORM 260-FINISH-VEHICLE-FIGURES
               VARYING VEH-IDX FROM 1 BY 1
               UNTIL VEH-IDX > WS-VEHICLE-COUNT.
           PERFORM 270-FLAG-BOTTOM-DECILE.
           PERFORM 280-WRITE-VEHICLE-LINE
               VARYING VEH-IDX FROM 1 BY 1
               UNTIL VEH-IDX > WS-VEHICLE-COUNT.
           PERFORM 208-WRITE-REPORT-FOOTER.
           CLOSE PROFIT-LISTING.
           STOP RUN.

       201-INITIALIZE-REPORT.
           PERFORM 210-ACCEPT-REPORT-PERIOD.
           PERFORM 240-LOAD-RATE-TABLE.
           OPEN INPUT  CAR-MASTER-FILE.
           OPEN INPUT  VEHICLE-FINANCE-FILE.
           OPEN OUTPUT PROFIT-LISTING.
           MOVE WS-PERIOD-START   TO WS-TITLE-START.
           MOVE WS-PERIOD-END     TO WS-TITLE-END.
           MOVE WS-BILLING-MONTHS TO WS-TITLE-MONTHS.
           WRITE PROFIT-RECORD-OUT FROM WS-PRF-TITLE.
           WRITE PROFIT-RECORD-OUT FROM WS-PRF-COL-HDR-1
               AFTER ADVANCING 2.
           WRITE PROFIT-RECORD-OUT FROM WS-PRF-COL-HDR-2
               AFTER ADVANCING 1.
           PERFORM 305-READ-MASTER-RECORD.

       202-TABLE-ONE-VEHICLE.
           IF WS-VEHICLE-COUNT < 200
               ADD 1 TO WS-VEHICLE-COUNT
               SET VEH-IDX TO WS-VEHICLE-COUNT
               PERFORM 400-START-VEHICLE-ENTRY
           ELSE
               DISPLAY "LAB3PRF: MORE THAN 200 VEHICLES ON "
                   "CARMAST.DAT - " CAR-MODEL IN CAR-MASTER-RECORD
                   " NOT REPORTED"
           END-IF.
           PERFORM 305-READ-MASTER-RECORD.

       208-WRITE-REPORT-FOOTER.
           WRITE PROFIT-RECORD-OUT FROM WS-PRF-ENGINE-HDR
               AFTER ADVANCING 3.
           WRITE PROFIT-RECORD-OUT FROM WS-PRF-ENGINE-COL-HDR
               AFTER ADVANCING 1.
           IF WS-ENGINE-COUNT > ZERO
               PERFORM 290-WRITE-ENGINE-LINE
                   VARYING ENGT-IDX FROM 1 BY 1
                   UNTIL ENGT-IDX > WS-ENGINE-COUNT
           END-IF.
           MOVE SPACES               TO WS-PRF-TOTAL-LINE.
           MOVE "FLEET TOTAL"        TO WS-PRT-LABEL.
           MOVE WS-VEHICLE-COUNT     TO WS-PRT-UNITS.
           MOVE WS-FLEET-BILLING     TO WS-PRT-BILLING.
           MOVE WS-FLEET-JOBS        TO WS-PRT-JOBS.
           MOVE WS-FLEET-LOAD-WEIGHT TO WS-PRT-LOAD-WEIGHT.
           MOVE WS-FLEET-SHOP-COST   TO WS-PRT-SHOP-COST.
           MOVE WS-FLEET-DAYS-OUT    TO WS-PRT-DAYS-OUT.
           MOVE WS-FLEET-DEPRECIATION TO WS-PRT-DEPRECIATION.
           MOVE WS-FLEET-NET         TO WS-PRT-NET.
           MOVE ZERO TO WS-FLEET-COST-PER-JOB.
           IF WS-FLEET-JOBS > ZERO
               COMPUTE WS-FLEET-COST-PER-JOB ROUNDED =
                   (WS-FLEET-SHOP-COST + WS-FLEET-DEPRECIATION)
                       / WS-FLEET-JOBS
           END-IF.
           MOVE WS-FLEET-COST-PER-JOB TO WS-PRT-COST-PER-JOB.
           WRITE PROFIT-RECORD-OUT FROM WS-PRF-TOTAL-LINE
               AFTER ADVANCING 2.
           MOVE "UNITS FLAGGED BOTTOM 10%:" TO WS-PRC-LABEL.
           MOVE WS-BOTTOM-COUNT TO WS-PRC-COUNT.
           WRITE PROFIT-RECORD-OUT FROM WS-PRF-COUNT-LINE
               AFTER ADVANCING 2.
           MOVE "UNITS WITH NO RATE BAND (BILLED ZERO):"
               TO WS-PRC-LABEL.
           MOVE WS-NO-RATE-COUNT TO WS-PRC-COUNT.
           WRITE PROFIT-RECORD-OUT FROM WS-PRF-COUNT-LINE
               AFTER ADVANCING 1.
           MOVE "UNITS WITH NO CARFIN.DAT RECORD:" TO WS-PRC-LABEL.
           MOVE WS-NO-FINANCE-COUNT TO WS-PRC-COUNT.
           WRITE PROFIT-RECORD-OUT FROM WS-PRF-COUNT-LINE
               AFTER ADVANCING 1.
           MOVE "UNITS NOT ACTIVE (BILLED TO DISPOSAL/0):"
               TO WS-PRC-LABEL.
           MOVE WS-NOT-ACTIVE-COUNT TO WS-PRC-COUNT.
           WRITE PROFIT-RECORD-OUT FROM WS-PRF-COUNT-LINE
               AFTER ADVANCING 1.

       210-ACCEPT-REPORT-PERIOD.
           DISPLAY "ENTER PERIOD START DATE YYYYMMDD: "
               WITH NO ADVANCING.
           ACCEPT WS-DATE-ENTRY FROM CONSOLE.
           IF WS-DATE-ENTRY NUMERIC
               MOVE WS-DATE-ENTRY TO WS-PERIOD-START
           ELSE
               DISPLAY "PERIOD START NOT NUMERIC - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PERIOD-START)
                   NOT EQUAL TO ZERO
               DISPLAY "PERIOD START NOT A VALID DATE - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "ENTER PERIOD END DATE YYYYMMDD: "
               WITH NO ADVANCING.
           ACCEPT WS-DATE-ENTRY FROM CONSOLE.
           IF WS-DATE-ENTRY NUMERIC
               MOVE WS-DATE-ENTRY TO WS-PERIOD-END
           ELSE
               DISPLAY "PERIOD END NOT NUMERIC - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PERIOD-END)
                   NOT EQUAL TO ZERO
               DISPLAY "PERIOD END NOT A VALID DATE - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PERIOD-END < WS-PERIOD-START
               DISPLAY "PERIOD END BEFORE PERIOD START - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-START).
           COMPUTE WS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END).
           COMPUTE WS-BILLING-MONTHS =
               (WS-END-YEAR * 12 + WS-END-MONTH)
               - (WS-START-YEAR * 12 + WS-START-MONTH) + 1.

       230-ACCUMULATE-JOBS.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT ASSIGNMENT-FILE.
           PERFORM 330-READ-ASSIGNMENT-RECORD.
           PERFORM 430-ADD-ONE-JOB UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE ASSIGNMENT-FILE.

       240-LOAD-RATE-TABLE.
           OPEN INPUT RATE-TABLE-FILE.
           PERFORM 340-READ-RATE-RECORD.
           PERFORM 241-LOAD-ONE-RATE-BAND UNTIL RATE-FILE-EOF.
           CLOSE RATE-TABLE-FILE.
           IF WS-RATE-COUNT EQUAL TO ZERO
               DISPLAY "LAB3PRF: NO USABLE RATE BANDS ON CARRATES.TXT"
                   " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       241-LOAD-ONE-RATE-BAND.
           IF RAT-LOW-CAPACITY NUMERIC
                   AND RAT-HIGH-CAPACITY NUMERIC
                   AND RAT-CHARGE NUMERIC
                   AND WS-RATE-COUNT < 50
               ADD 1 TO WS-RATE-COUNT
               SET RATE-IDX TO WS-RATE-COUNT
               MOVE RAT-LOW-CAPACITY  TO RATE-LOW-CAPACITY(RATE-IDX)
               MOVE RAT-HIGH-CAPACITY TO RATE-HIGH-CAPACITY(RATE-IDX)
               MOVE RAT-CHARGE        TO RATE-CHARGE(RATE-IDX)
               IF RAT-EFF-DATE NUMERIC
                   MOVE RAT-EFF-DATE TO RATE-EFF-DATE(RATE-IDX)
               ELSE
                   MOVE ZERO TO RATE-EFF-DATE(RATE-IDX)
               END-IF
           ELSE
               DISPLAY "LAB3PRF: RATE BAND ROW SKIPPED: "
                   RATE-TABLE-RECORD
           END-IF.
           PERFORM 340-READ-RATE-RECORD.

       250-ACCUMULATE-SHOP-HISTORY.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT WORK-HISTORY-FILE.
           PERFORM 350-READ-WORK-HISTORY.
           PERFORM 450-ADD-ONE-ORDER UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE WORK-HISTORY-FILE.

       260-FINISH-VEHICLE-FIGURES.
           COMPUTE VEH-BILLING(VEH-IDX) =
               VEH-MONTHLY-CHARGE(VEH-IDX)
                   * VEH-BILLING-MONTHS(VEH-IDX).
           COMPUTE VEH-NET(VEH-IDX) = VEH-BILLING(VEH-IDX)
               - VEH-SHOP-COST(VEH-IDX) - VEH-DEPRECIATION(VEH-IDX).
           MOVE ZERO TO VEH-COST-PER-JOB(VEH-IDX).
           IF VEH-JOBS(VEH-IDX) > ZERO
               COMPUTE VEH-COST-PER-JOB(VEH-IDX) ROUNDED =
                   (VEH-SHOP-COST(VEH-IDX) + VEH-DEPRECIATION(VEH-IDX))
                       / VEH-JOBS(VEH-IDX)
           END-IF.

       270-FLAG-BOTTOM-DECILE.
           COMPUTE WS-DECILE-CUTOFF = (WS-VEHICLE-COUNT + 9) / 10.
           IF WS-VEHICLE-COUNT > ZERO
               PERFORM 470-RANK-ONE-VEHICLE
                   VARYING VEH-IDX FROM 1 BY 1
                   UNTIL VEH-IDX > WS-VEHICLE-COUNT
           END-IF.

       280-WRITE-VEHICLE-LINE.
           MOVE SPACES                       TO WS-PRF-DETAIL-LINE.
           MOVE VEH-CAR-MODEL(VEH-IDX)       TO WS-PRF-CAR-MODEL.
           MOVE VEH-ENGINE-CODE(VEH-IDX)     TO WS-PRF-ENGINE-CODE.
           MOVE VEH-MONTHLY-CHARGE(VEH-IDX)  TO WS-PRF-MONTHLY.
           MOVE VEH-BILLING(VEH-IDX)         TO WS-PRF-BILLING.
           MOVE VEH-JOBS(VEH-IDX)            TO WS-PRF-JOBS.
           MOVE VEH-LOAD-WEIGHT(VEH-IDX)     TO WS-PRF-LOAD-WEIGHT.
           MOVE VEH-SHOP-COST(VEH-IDX)       TO WS-PRF-SHOP-COST.
           MOVE VEH-DAYS-OUT(VEH-IDX)        TO WS-PRF-DAYS-OUT.
           MOVE VEH-DEPRECIATION(VEH-IDX)    TO WS-PRF-DEPRECIATION.
           MOVE VEH-NET(VEH-IDX)             TO WS-PRF-NET.
           MOVE VEH-COST-PER-JOB(VEH-IDX)    TO WS-PRF-COST-PER-JOB.
           EVALUATE TRUE
               WHEN VEH-BOTTOM-SW(VEH-IDX) EQUAL TO "Y"
                   MOVE "** BOTTOM 10% **" TO WS-PRF-FLAG
               WHEN VEH-RATE-FOUND-SW(VEH-IDX) NOT EQUAL TO "Y"
                   MOVE "NO RATE"          TO WS-PRF-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE PROFIT-RECORD-OUT FROM WS-PRF-DETAIL-LINE
               AFTER ADVANCING 1.
           PERFORM 480-ADD-TO-ENGINE-TOTALS.
           ADD VEH-BILLING(VEH-IDX)      TO WS-FLEET-BILLING.
           ADD VEH-JOBS(VEH-IDX)         TO WS-FLEET-JOBS.
           ADD VEH-LOAD-WEIGHT(VEH-IDX)  TO WS-FLEET-LOAD-WEIGHT.
           ADD VEH-SHOP-COST(VEH-IDX)    TO WS-FLEET-SHOP-COST.
           ADD VEH-DAYS-OUT(VEH-IDX)     TO WS-FLEET-DAYS-OUT.
           ADD VEH-DEPRECIATION(VEH-IDX) TO WS-FLEET-DEPRECIATION.
           ADD VEH-NET(VEH-IDX)          TO WS-FLEET-NET.

       290-WRITE-ENGINE-LINE.
           MOVE SPACES                      TO WS-PRF-TOTAL-LINE.
           MOVE ENGT-CODE(ENGT-IDX)         TO WS-PRT-LABEL.
           MOVE ENGT-UNITS(ENGT-IDX)        TO WS-PRT-UNITS.
           MOVE ENGT-BILLING(ENGT-IDX)      TO WS-PRT-BILLING.
           MOVE ENGT-JOBS(ENGT-IDX)         TO WS-PRT-JOBS.
           MOVE ENGT-LOAD-WEIGHT(ENGT-IDX)  TO WS-PRT-LOAD-WEIGHT.
           MOVE ENGT-SHOP-COST(ENGT-IDX)    TO WS-PRT-SHOP-COST.
           MOVE ENGT-DAYS-OUT(ENGT-IDX)     TO WS-PRT-DAYS-OUT.
           MOVE ENGT-DEPRECIATION(ENGT-IDX) TO WS-PRT-DEPRECIATION.
           MOVE ENGT-NET(ENGT-IDX)          TO WS-PRT-NET.
           MOVE ZERO TO WS-FLEET-COST-PER-JOB.
           IF ENGT-JOBS(ENGT-IDX) > ZERO
               COMPUTE WS-FLEET-COST-PER-JOB ROUNDED =
                   (ENGT-SHOP-COST(ENGT-IDX)
                       + ENGT-DEPRECIATION(ENGT-IDX))
                       / ENGT-JOBS(ENGT-IDX)
           END-IF.
           MOVE WS-FLEET-COST-PER-JOB TO WS-PRT-COST-PER-JOB.
           WRITE PROFIT-RECORD-OUT FROM WS-PRF-TOTAL-LINE
               AFTER ADVANCING 1.

       305-READ-MASTER-RECORD.
           READ CAR-MASTER-FILE NEXT RECORD AT END
               MOVE "Y" TO EOF-FLG.

       330-READ-ASSIGNMENT-RECORD.
           READ ASSIGNMENT-FILE NEXT RECORD AT END
               MOVE "Y" TO EOF-FLG.

       340-READ-RATE-RECORD.
           READ RATE-TABLE-FILE AT END MOVE "Y" TO RATE-FILE-EOF-SW.

       350-READ-WORK-HISTORY.
           READ WORK-HISTORY-FILE AT END
               MOVE "Y" TO EOF-FLG.

       400-START-VEHICLE-ENTRY.
           MOVE CAR-MODEL IN CAR-MASTER-RECORD
               TO VEH-CAR-MODEL(VEH-IDX).
           MOVE ENGINE IN CAR-MASTER-RECORD (1:4)
               TO VEH-ENGINE-CODE(VEH-IDX).
           MOVE ZERO TO VEH-JOBS(VEH-IDX) VEH-LOAD-WEIGHT(VEH-IDX)
               VEH-SHOP-COST(VEH-IDX) VEH-DAYS-OUT(VEH-IDX)
               VEH-DEPRECIATION(VEH-IDX).
           MOVE "N" TO VEH-BOTTOM-SW(VEH-IDX).
           PERFORM 440-RATE-VEHICLE-CHARGE.
           MOVE WS-VEHICLE-CHARGE TO VEH-MONTHLY-CHARGE(VEH-IDX).
           MOVE WS-RATE-FOUND-SW  TO VEH-RATE-FOUND-SW(VEH-IDX).
           IF NOT RATE-FOUND
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF.
           MOVE "N" TO WS-FINANCE-FOUND-SW.
           MOVE CAR-MODEL IN CAR-MASTER-RECORD TO FIN-CAR-MODEL.
           READ VEHICLE-FINANCE-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-FINANCE-COUNT
               NOT INVALID KEY
                   MOVE "Y" TO WS-FINANCE-FOUND-SW
                   PERFORM 410-COMPUTE-PERIOD-DEPRECIATION
                   MOVE WS-PERIOD-DEP TO VEH-DEPRECIATION(VEH-IDX)
           END-READ.
           PERFORM 405-COUNT-BILLING-MONTHS.

      *    SAME STATUS RULE AS LAB3BIL 271-SEGMENT-ONE-CAR: ONLY AN
      *    ACTIVE UNIT IS INVOICED. A SOLD OR SCRAPPED UNIT WAS BILLED
      *    UNTIL IT WENT, SO IT COUNTS THE MONTHS THROUGH ITS DISPOSAL.
       405-COUNT-BILLING-MONTHS.
           MOVE ZERO TO VEH-BILLING-MONTHS(VEH-IDX).
           IF CAR-STATUS-ACTIVE IN CAR-MASTER-RECORD
               MOVE WS-BILLING-MONTHS TO VEH-BILLING-MONTHS(VEH-IDX)
           ELSE
               ADD 1 TO WS-NOT-ACTIVE-COUNT
               IF (CAR-STATUS-SOLD IN CAR-MASTER-RECORD
                       OR CAR-STATUS-SCRAPPED IN CAR-MASTER-RECORD)
                       AND FINANCE-FOUND
                       AND FIN-DISP-DATE NOT LESS THAN WS-PERIOD-START
                   MOVE WS-PERIOD-END TO WS-BILL-TO-DATE
                   IF FIN-DISP-DATE < WS-PERIOD-END
                       MOVE FIN-DISP-DATE TO WS-BILL-TO-DATE
                   END-IF
                   COMPUTE VEH-BILLING-MONTHS(VEH-IDX) =
                       (WS-BILL-TO-YEAR * 12 + WS-BILL-TO-MONTH)
                       - (WS-START-YEAR * 12 + WS-START-MONTH) + 1
               END-IF
           END-IF.

       410-COMPUTE-PERIOD-DEPRECIATION.
           MOVE ZERO TO WS-PERIOD-DEP.
           IF FIN-LIFE-YEARS EQUAL TO ZERO
               MOVE ZERO TO WS-ANNUAL-DEP
           ELSE
               DIVIDE FIN-ACQ-COST BY FIN-LIFE-YEARS
                   GIVING WS-ANNUAL-DEP ROUNDED
           END-IF.
           COMPUTE WS-ACQ-INTEGER =
               FUNCTION INTEGER-OF-DATE(FIN-ACQ-DATE).
           IF WS-ACQ-INTEGER > ZERO
                   AND WS-START-INTEGER > WS-ACQ-INTEGER
               COMPUTE WS-YEARS-HELD =
                   (WS-START-INTEGER - WS-ACQ-INTEGER) / 365
           ELSE
               MOVE ZERO TO WS-YEARS-HELD
           END-IF.
           COMPUTE WS-ACCUM-DEP = WS-ANNUAL-DEP * WS-YEARS-HELD.
           IF WS-ACCUM-DEP > FIN-ACQ-COST
               MOVE FIN-ACQ-COST TO WS-ACCUM-DEP
           END-IF.
           COMPUTE WS-REMAINING-COST = FIN-ACQ-COST - WS-ACCUM-DEP.
           MOVE WS-START-INTEGER TO WS-SPAN-FROM-INTEGER.
           IF WS-ACQ-INTEGER > WS-SPAN-FROM-INTEGER
               MOVE WS-ACQ-INTEGER TO WS-SPAN-FROM-INTEGER
           END-IF.
           MOVE WS-END-INTEGER TO WS-SPAN-TO-INTEGER.
           IF FIN-DISP-DATE NOT EQUAL TO ZERO
               COMPUTE WS-DISP-INTEGER =
                   FUNCTION INTEGER-OF-DATE(FIN-DISP-DATE)
               IF WS-DISP-INTEGER < WS-SPAN-TO-INTEGER
                   MOVE WS-DISP-INTEGER TO WS-SPAN-TO-INTEGER
               END-IF
           END-IF.
           COMPUTE WS-SPAN-DAYS =
               WS-SPAN-TO-INTEGER - WS-SPAN-FROM-INTEGER + 1.
           IF WS-SPAN-DAYS > ZERO
               COMPUTE WS-PERIOD-DEP ROUNDED =
                   WS-ANNUAL-DEP * WS-SPAN-DAYS / 365
               IF WS-PERIOD-DEP > WS-REMAINING-COST
                   MOVE WS-REMAINING-COST TO WS-PERIOD-DEP
               END-IF
           END-IF.

       420-FIND-VEHICLE-ENTRY.
           MOVE "N" TO WS-VEHICLE-FOUND-SW.
           IF WS-VEHICLE-COUNT > ZERO
               SET VEH-IDX TO 1
               SEARCH VEHICLE-ENTRY
                   AT END
                       CONTINUE
                   WHEN VEH-CAR-MODEL(VEH-IDX) EQUAL TO
                           WRK-CAR-MODEL IN WORK-HISTORY-RECORD
                       MOVE "Y" TO WS-VEHICLE-FOUND-SW
               END-SEARCH
           END-IF.

       430-ADD-ONE-JOB.
           IF ASG-STATUS-COMPLETED
                   AND ASG-DATE-NEEDED NOT LESS THAN WS-PERIOD-START
                   AND ASG-DATE-NEEDED NOT GREATER THAN WS-PERIOD-END
                   AND WS-VEHICLE-COUNT > ZERO
               SET VEH-IDX TO 1
               SEARCH VEHICLE-ENTRY
                   AT END
                       CONTINUE
                   WHEN VEH-CAR-MODEL(VEH-IDX) EQUAL TO ASG-CAR-MODEL
                       ADD 1 TO VEH-JOBS(VEH-IDX)
                       ADD ASG-LOAD-WEIGHT TO VEH-LOAD-WEIGHT(VEH-IDX)
               END-SEARCH
           END-IF.
           PERFORM 330-READ-ASSIGNMENT-RECORD.

       440-RATE-VEHICLE-CHARGE.
           MOVE "N"  TO WS-RATE-FOUND-SW.
           MOVE ZERO TO WS-VEHICLE-CHARGE.
           MOVE ZERO TO WS-BEST-EFF-DATE.
           IF WS-RATE-COUNT > ZERO
               PERFORM 441-TEST-ONE-RATE-BAND
                   VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > WS-RATE-COUNT
           END-IF.

       441-TEST-ONE-RATE-BAND.
           IF TOWING-CAPACITY IN CAR-MASTER-RECORD
                   NOT LESS THAN RATE-LOW-CAPACITY(RATE-IDX)
                   AND TOWING-CAPACITY IN CAR-MASTER-RECORD
                   NOT GREATER THAN RATE-HIGH-CAPACITY(RATE-IDX)
                   AND RATE-EFF-DATE(RATE-IDX) NOT GREATER THAN
                       WS-PERIOD-END
               IF NOT RATE-FOUND
                       OR RATE-EFF-DATE(RATE-IDX) NOT LESS THAN
                           WS-BEST-EFF-DATE
                   MOVE "Y" TO WS-RATE-FOUND-SW
                   MOVE RATE-EFF-DATE(RATE-IDX) TO WS-BEST-EFF-DATE
                   MOVE RATE-CHARGE(RATE-IDX)   TO WS-VEHICLE-CHARGE
               END-IF
           END-IF.

       450-ADD-ONE-ORDER.
           PERFORM 420-FIND-VEHICLE-ENTRY.
           IF VEHICLE-FOUND
               IF WRK-ACT-RETURN-DATE NOT LESS THAN WS-PERIOD-START
                       AND WRK-ACT-RETURN-DATE NOT GREATER THAN
                           WS-PERIOD-END
                   ADD WRK-COST TO VEH-SHOP-COST(VEH-IDX)
               END-IF
               PERFORM 455-ADD-DAYS-OUT-OF-SERVICE
           END-IF.
           PERFORM 350-READ-WORK-HISTORY.

       455-ADD-DAYS-OUT-OF-SERVICE.
           IF WRK-OPEN-DATE NOT GREATER THAN WS-PERIOD-END
                   AND WRK-ACT-RETURN-DATE NOT LESS THAN
                       WS-PERIOD-START
               COMPUTE WS-SPAN-FROM-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WRK-OPEN-DATE)
               IF WS-SPAN-FROM-INTEGER < WS-START-INTEGER
                   MOVE WS-START-INTEGER TO WS-SPAN-FROM-INTEGER
               END-IF
               COMPUTE WS-SPAN-TO-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WRK-ACT-RETURN-DATE)
               IF WS-SPAN-TO-INTEGER > WS-END-INTEGER
                   MOVE WS-END-INTEGER TO WS-SPAN-TO-INTEGER
               END-IF
               COMPUTE WS-SPAN-DAYS =
                   WS-SPAN-TO-INTEGER - WS-SPAN-FROM-INTEGER + 1
               IF WS-SPAN-DAYS > ZERO
                   ADD WS-SPAN-DAYS TO VEH-DAYS-OUT(VEH-IDX)
               END-IF
           END-IF.

       470-RANK-ONE-VEHICLE.
           MOVE ZERO TO WS-LOWER-COUNT.
           PERFORM 471-COMPARE-ONE-VEHICLE
               VARYING VEH-CMP-IDX FROM 1 BY 1
               UNTIL VEH-CMP-IDX > WS-VEHICLE-COUNT.
           IF WS-LOWER-COUNT < WS-DECILE-CUTOFF
               MOVE "Y" TO VEH-BOTTOM-SW(VEH-IDX)
               ADD 1 TO WS-BOTTOM-COUNT
           END-IF.

       471-COMPARE-ONE-VEHICLE.
           IF VEH-NET(VEH-CMP-IDX) < VEH-NET(VEH-IDX)
               ADD 1 TO WS-LOWER-COUNT
           END-IF.

       480-ADD-TO-ENGINE-TOTALS.
           MOVE "N" TO WS-ENGINE-FOUND-SW.
           IF WS-ENGINE-COUNT > ZERO
               SET ENGT-IDX TO 1
               SEARCH ENGINE-TOTAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN ENGT-CODE(ENGT-IDX) EQUAL TO
                           VEH-ENGINE-CODE(VEH-IDX)
                       MOVE "Y" TO WS-ENGINE-FOUND-SW
               END-SEARCH
           END-IF.
           IF NOT ENGINE-TOTAL-FOUND
               IF WS-ENGINE-COUNT < 50
                   ADD 1 TO WS-ENGINE-COUNT
                   SET ENGT-IDX TO WS-ENGINE-COUNT
                   MOVE VEH-ENGINE-CODE(VEH-IDX) TO ENGT-CODE(ENGT-IDX)
                   MOVE ZERO TO ENGT-UNITS(ENGT-IDX)
                       ENGT-BILLING(ENGT-IDX) ENGT-JOBS(ENGT-IDX)
                       ENGT-LOAD-WEIGHT(ENGT-IDX)
                       ENGT-SHOP-COST(ENGT-IDX)
                       ENGT-DAYS-OUT(ENGT-IDX)
                       ENGT-DEPRECIATION(ENGT-IDX)
                       ENGT-NET(ENGT-IDX)
                   MOVE "Y" TO WS-ENGINE-FOUND-SW
               ELSE
                   DISPLAY "LAB3PRF: MORE THAN 50 ENGINE CODES - "
                       VEH-ENGINE-CODE(VEH-IDX)
                       " LEFT OUT OF THE ENGINE TOTALS"
               END-IF
           END-IF.
           IF ENGINE-TOTAL-FOUND
               ADD 1 TO ENGT-UNITS(ENGT-IDX)
               ADD VEH-BILLING(VEH-IDX) TO ENGT-BILLING(ENGT-IDX)
               ADD VEH-JOBS(VEH-IDX)    TO ENGT-JOBS(ENGT-IDX)
               ADD VEH-LOAD-WEIGHT(VEH-IDX)
                   TO ENGT-LOAD-WEIGHT(ENGT-IDX)
               ADD VEH-SHOP-COST(VEH-IDX) TO ENGT-SHOP-COST(ENGT-IDX)
               ADD VEH-DAYS-OUT(VEH-IDX)  TO ENGT-DAYS-OUT(ENGT-IDX)
               ADD VEH-DEPRECIATION(VEH-IDX)
                   TO ENGT-DEPRECIATION(ENGT-IDX)
               ADD VEH-NET(VEH-IDX)       TO ENGT-NET(ENGT-IDX)
           END-IF.

       END PROGRAM LAB3PRF.
