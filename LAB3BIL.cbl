      *                   nobody. The owner name printed on the
      *                   statement header is display only, straight
      *                   from the owner master.
      *   2026-10-15  HF  Charges are prorated across ownership
      *                   transfers. The billing period is the calendar
      *                   month of the statement date. Each active car
      *                   is rated once and split into one segment per
      *                   owner who held it in the month, using the
      *                   CAROWNH.TXT transfers effective inside the
      *                   period (LAB3MNT / LAB3TRN T = TRANSFER). A
      *                   prior owner is charged rated charge x days
      *                   held / days in period, rounded; the owner on
      *                   the car record gets the remainder, so the
      *                   parts always add back to the full charge.
      *                   The segments, not the cars, are sorted by
      *                   owner for the match-merge, and every part-
      *                   period line prints its dates and day count
      *                   under the vehicle on each owner's statement.
      *                   The control page shows the period and counts
      *                   prior-owner lines billed and unmatched apart
      *                   from the vehicle counts, which still
      *                   cross-foot to the car file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3BIL.
           SELECT CAR-FILE-IN
               ASSIGN TO "..\CARFILE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OWNERSHIP-HISTORY-FILE
               ASSIGN TO "..\CAROWNH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEGMENT-WORK-FILE
               ASSIGN TO "..\CARSEGW.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO "..\CARSRT.TMP".
           SELECT SORTED-SEGMENT-FILE
               ASSIGN TO "..\CARSRT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OWNER-MASTER-FILE-IN
       FD CAR-FILE-IN.
           COPY CARREC REPLACING ==:REC-NAME:== BY ==CAR-RECORD-IN==.

       FD OWNERSHIP-HISTORY-FILE.
           COPY CAROWN REPLACING ==:REC-NAME:== BY
               ==OWNERSHIP-HISTORY-RECORD==.

       FD SEGMENT-WORK-FILE.
           COPY CARSEG REPLACING ==:REC-NAME:== BY
               ==SEGMENT-WORK-RECORD==.

       SD SORT-WORK-FILE.
           COPY CARSEG REPLACING ==:REC-NAME:== BY
               ==SORT-SEGMENT-RECORD==.

       FD SORTED-SEGMENT-FILE.
           COPY CARSEG REPLACING ==:REC-NAME:== BY
               ==SORTED-SEGMENT-RECORD==.

       FD OWNER-MASTER-FILE-IN.
           COPY OWNMAS REPLACING ==:REC-NAME:== BY
               88 RATE-FILE-EOF        VALUE "Y".
           05 WS-STMT-OPEN-SW          PIC X VALUE "N".
               88 STATEMENT-OPEN       VALUE "Y".
           05 CAR-IN-EOF-SW            PIC X VALUE "N".
               88 CAR-IN-EOF           VALUE "Y".
           05 OWNERSHIP-EOF-SW         PIC X VALUE "N".
               88 OWNERSHIP-EOF        VALUE "Y".

       01  MATCH-KEYS.
           05 WS-CAR-KEY               PIC X(8) VALUE SPACES.
               10 RATE-CHARGE          PIC 9(5)V99.
               10 RATE-EFF-DATE        PIC 9(8).

       01  TRANSFER-TABLE.
           05 WS-XFR-COUNT             PIC 9(4) VALUE ZERO.
           05 XFR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-XFR-COUNT
                   INDEXED BY XFR-IDX.
               10 XFR-CAR-MODEL        PIC X(15).
               10 XFR-OLD-OWNER-ID     PIC X(8).
               10 XFR-EFF-DATE         PIC 9(8).

       01  BILLING-PERIOD-FIELDS.
           05 WS-PERIOD-START          PIC 9(8) VALUE ZERO.
           05 WS-PERIOD-START-PARTS REDEFINES WS-PERIOD-START.
               10 WS-PERIOD-START-YEAR PIC 9(4).
               10 WS-PERIOD-START-MONTH
                                       PIC 9(2).
               10 WS-PERIOD-START-DAY  PIC 9(2).
           05 WS-NEXT-PERIOD-START     PIC 9(8) VALUE ZERO.
           05 WS-NEXT-PERIOD-PARTS REDEFINES WS-NEXT-PERIOD-START.
               10 WS-NEXT-PERIOD-YEAR  PIC 9(4).
               10 WS-NEXT-PERIOD-MONTH PIC 9(2).
               10 WS-NEXT-PERIOD-DAY   PIC 9(2).
           05 WS-PERIOD-END            PIC 9(8) VALUE ZERO.
           05 WS-PERIOD-DAYS           PIC 9(2) VALUE ZERO.

       01  SEGMENT-FIELDS.
           05 WS-SEG-FROM-DATE         PIC 9(8)    VALUE ZERO.
           05 WS-CHARGE-ALLOCATED      PIC 9(5)V99 VALUE ZERO.

       01  RATE-PICK-FIELDS.
           05 WS-BEST-EFF-DATE         PIC 9(8) VALUE ZERO.

           05 WS-VEHICLES-BILLED       PIC 9(7)    VALUE ZERO.
           05 WS-VEHICLES-UNMATCHED    PIC 9(7)    VALUE ZERO.
           05 WS-VEHICLES-INACTIVE     PIC 9(7)    VALUE ZERO.
           05 WS-PRIOR-LINES-BILLED    PIC 9(7)    VALUE ZERO.
           05 WS-PRIOR-LINES-UNMATCHED PIC 9(7)    VALUE ZERO.
           05 WS-STATEMENT-TOTAL       PIC 9(7)V99 VALUE ZERO.
           05 WS-GRAND-TOTAL           PIC 9(9)V99 VALUE ZERO.

           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DL-RATE-FLAG             PIC X(8).

       01  WS-STMT-PART-PERIOD-LINE.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE "PART PERIOD ".
           05 PL-FROM-DATE             PIC 9(8).
           05 FILLER                   PIC X(4)  VALUE " TO ".
           05 PL-TO-DATE               PIC 9(8).
           05 FILLER                   PIC X(3)  VALUE "  (".
           05 PL-DAYS                  PIC Z9.
           05 FILLER                   PIC X(4)  VALUE " OF ".
           05 PL-PERIOD-DAYS           PIC Z9.
           05 FILLER                   PIC X(6)  VALUE " DAYS)".

       01  WS-STMT-TOTAL-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
                  "INVOICES WRITTEN:".
           05 WS-CTL-INVOICES-OUT      PIC ZZZ,ZZ9.

       01  WS-CONTROL-LINE-7.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE
                  "PRIOR OWNER LINES:".
           05 WS-CTL-PRIOR-OUT         PIC ZZZ,ZZ9.

       01  WS-CONTROL-LINE-8.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE
                  "PRIOR OWNER UNMATCH:".
           05 WS-CTL-PRIOR-UNMATCHED-OUT
                                       PIC ZZZ,ZZ9.

       01  WS-CONTROL-PERIOD-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE
                  "BILLING PERIOD:".
           05 WS-CTL-PERIOD-START-OUT  PIC 9(8).
           05 FILLER                   PIC X(4)  VALUE " TO ".
           05 WS-CTL-PERIOD-END-OUT    PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


       201-INITIALIZE-BILLING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 250-SET-BILLING-PERIOD.
           PERFORM 240-LOAD-RATE-TABLE.
           PERFORM 260-LOAD-PERIOD-TRANSFERS.
           PERFORM 270-BUILD-BILLING-SEGMENTS.
           PERFORM 302-SORT-SEGMENTS-BY-OWNER.
           PERFORM 303-SORT-OWNER-FILE-BY-ID.
           PERFORM 301-OPEN-BILLING-FILES.
           PERFORM 310-READ-SORTED-SEGMENT.
           PERFORM 320-READ-OWNER-MASTER-RECORD.

       202-PROCESS-MATCH-MERGE.
           EVALUATE TRUE
               WHEN WS-CAR-KEY < WS-MASTER-KEY
                   IF SEG-CURRENT-OWNER IN SORTED-SEGMENT-RECORD
                       ADD 1 TO WS-VEHICLES-UNMATCHED
                   ELSE
                       ADD 1 TO WS-PRIOR-LINES-UNMATCHED
                   END-IF
                   PERFORM 310-READ-SORTED-SEGMENT
               WHEN WS-CAR-KEY > WS-MASTER-KEY
                   PERFORM 209-CLOSE-OPEN-STATEMENT
                   PERFORM 320-READ-OWNER-MASTER-RECORD
                       PERFORM 410-START-OWNER-STATEMENT
                   END-IF
                   PERFORM 420-BILL-ONE-VEHICLE
                   PERFORM 310-READ-SORTED-SEGMENT
           END-EVALUATE.

       203-TERMINATE-BILLING.
           CLOSE SORTED-SEGMENT-FILE SORTED-OWNER-FILE BILLING-LISTING
               INVOICE-FILE.

       209-CLOSE-OPEN-STATEMENT.
           END-IF.
           PERFORM 340-READ-RATE-RECORD.

       250-SET-BILLING-PERIOD.
           MOVE WS-RUN-DATE TO WS-PERIOD-START.
           MOVE 1 TO WS-PERIOD-START-DAY.
           MOVE WS-PERIOD-START TO WS-NEXT-PERIOD-START.
           IF WS-NEXT-PERIOD-MONTH EQUAL TO 12
               ADD 1 TO WS-NEXT-PERIOD-YEAR
               MOVE 1 TO WS-NEXT-PERIOD-MONTH
           ELSE
               ADD 1 TO WS-NEXT-PERIOD-MONTH
           END-IF.
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-NEXT-PERIOD-START) - 1).
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
               - FUNCTION INTEGER-OF-DATE(WS-PERIOD-START) + 1.

       260-LOAD-PERIOD-TRANSFERS.
           OPEN INPUT OWNERSHIP-HISTORY-FILE.
           PERFORM 360-READ-OWNERSHIP-RECORD.
           PERFORM 261-LOAD-ONE-TRANSFER UNTIL OWNERSHIP-EOF.
           CLOSE OWNERSHIP-HISTORY-FILE.

       261-LOAD-ONE-TRANSFER.
           IF OWH-EFF-DATE > WS-PERIOD-START
                   AND OWH-EFF-DATE NOT > WS-PERIOD-END
               IF WS-XFR-COUNT < 200
                   ADD 1 TO WS-XFR-COUNT
                   SET XFR-IDX TO WS-XFR-COUNT
                   MOVE OWH-CAR-MODEL    TO XFR-CAR-MODEL(XFR-IDX)
                   MOVE OWH-OLD-OWNER-ID TO XFR-OLD-OWNER-ID(XFR-IDX)
                   MOVE OWH-EFF-DATE     TO XFR-EFF-DATE(XFR-IDX)
               ELSE
                   DISPLAY "LAB3BIL: MORE THAN 200 TRANSFERS IN THE "
                       "PERIOD - " OWH-CAR-MODEL " BILLED WHOLE"
               END-IF
           END-IF.
           PERFORM 360-READ-OWNERSHIP-RECORD.

       270-BUILD-BILLING-SEGMENTS.
           OPEN INPUT  CAR-FILE-IN.
           OPEN OUTPUT SEGMENT-WORK-FILE.
           PERFORM 370-READ-CAR-IN-RECORD.
           PERFORM 271-SEGMENT-ONE-CAR UNTIL CAR-IN-EOF.
           CLOSE CAR-FILE-IN SEGMENT-WORK-FILE.

       271-SEGMENT-ONE-CAR.
           IF CAR-STATUS-ACTIVE IN CAR-RECORD-IN
               PERFORM 440-RATE-VEHICLE-CHARGE
               MOVE WS-PERIOD-START TO WS-SEG-FROM-DATE
               MOVE ZERO TO WS-CHARGE-ALLOCATED
               IF WS-XFR-COUNT > ZERO
                   PERFORM 272-SEGMENT-PRIOR-OWNER
                       VARYING XFR-IDX FROM 1 BY 1
                       UNTIL XFR-IDX > WS-XFR-COUNT
               END-IF
               PERFORM 273-SEGMENT-CURRENT-OWNER
           ELSE
               ADD 1 TO WS-VEHICLES-INACTIVE
           END-IF.
           PERFORM 370-READ-CAR-IN-RECORD.

       272-SEGMENT-PRIOR-OWNER.
           IF XFR-CAR-MODEL(XFR-IDX) EQUAL TO
                   CAR-MODEL IN CAR-RECORD-IN
               PERFORM 274-MOVE-SEGMENT-VEHICLE
               MOVE XFR-OLD-OWNER-ID(XFR-IDX)
                   TO SEG-OWNER-ID IN SEGMENT-WORK-RECORD
               MOVE WS-SEG-FROM-DATE
                   TO SEG-FROM-DATE IN SEGMENT-WORK-RECORD
               COMPUTE SEG-TO-DATE IN SEGMENT-WORK-RECORD =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(XFR-EFF-DATE(XFR-IDX))
                   - 1)
               MOVE "P" TO SEG-KIND IN SEGMENT-WORK-RECORD
               MOVE "Y" TO SEG-PART-PERIOD-SW IN SEGMENT-WORK-RECORD
               PERFORM 275-COUNT-SEGMENT-DAYS
               COMPUTE SEG-CHARGE IN SEGMENT-WORK-RECORD ROUNDED =
                   WS-VEHICLE-CHARGE
                   * SEG-DAYS IN SEGMENT-WORK-RECORD
                   / WS-PERIOD-DAYS
               ADD SEG-CHARGE IN SEGMENT-WORK-RECORD
                   TO WS-CHARGE-ALLOCATED
               WRITE SEGMENT-WORK-RECORD
               MOVE XFR-EFF-DATE(XFR-IDX) TO WS-SEG-FROM-DATE
           END-IF.

       273-SEGMENT-CURRENT-OWNER.
           PERFORM 274-MOVE-SEGMENT-VEHICLE.
           MOVE CAR-OWNER-ID IN CAR-RECORD-IN
               TO SEG-OWNER-ID IN SEGMENT-WORK-RECORD.
           MOVE WS-SEG-FROM-DATE
               TO SEG-FROM-DATE IN SEGMENT-WORK-RECORD.
           MOVE WS-PERIOD-END TO SEG-TO-DATE IN SEGMENT-WORK-RECORD.
           MOVE "C" TO SEG-KIND IN SEGMENT-WORK-RECORD.
           IF WS-SEG-FROM-DATE > WS-PERIOD-START
               MOVE "Y" TO SEG-PART-PERIOD-SW IN SEGMENT-WORK-RECORD
           ELSE
               MOVE "N" TO SEG-PART-PERIOD-SW IN SEGMENT-WORK-RECORD
           END-IF.
           PERFORM 275-COUNT-SEGMENT-DAYS.
           COMPUTE SEG-CHARGE IN SEGMENT-WORK-RECORD =
               WS-VEHICLE-CHARGE - WS-CHARGE-ALLOCATED.
           WRITE SEGMENT-WORK-RECORD.

       274-MOVE-SEGMENT-VEHICLE.
           MOVE CAR-MODEL IN CAR-RECORD-IN
               TO SEG-CAR-MODEL IN SEGMENT-WORK-RECORD.
           MOVE ENGINE IN CAR-RECORD-IN
               TO SEG-ENGINE IN SEGMENT-WORK-RECORD.
           MOVE TOWING-CAPACITY IN CAR-RECORD-IN
               TO SEG-TOWING-CAPACITY IN SEGMENT-WORK-RECORD.
           MOVE WS-PERIOD-DAYS
               TO SEG-PERIOD-DAYS IN SEGMENT-WORK-RECORD.
           MOVE WS-RATE-FOUND-SW
               TO SEG-RATE-FOUND-SW IN SEGMENT-WORK-RECORD.

       275-COUNT-SEGMENT-DAYS.
           COMPUTE SEG-DAYS IN SEGMENT-WORK-RECORD =
               FUNCTION INTEGER-OF-DATE
                   (SEG-TO-DATE IN SEGMENT-WORK-RECORD)
               - FUNCTION INTEGER-OF-DATE
                   (SEG-FROM-DATE IN SEGMENT-WORK-RECORD) + 1.

       301-OPEN-BILLING-FILES.
           OPEN INPUT  SORTED-SEGMENT-FILE.
           OPEN INPUT  SORTED-OWNER-FILE.
           OPEN OUTPUT BILLING-LISTING.
           OPEN I-O    INVOICE-FILE.

       302-SORT-SEGMENTS-BY-OWNER.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SEG-OWNER-ID IN SORT-SEGMENT-RECORD
                                SEG-CAR-MODEL IN SORT-SEGMENT-RECORD
                                SEG-FROM-DATE IN SORT-SEGMENT-RECORD
               USING SEGMENT-WORK-FILE
               GIVING SORTED-SEGMENT-FILE.

       303-SORT-OWNER-FILE-BY-ID.
           SORT OWNER-SORT-WORK-FILE
               USING OWNER-MASTER-FILE-IN
               GIVING SORTED-OWNER-FILE.

       310-READ-SORTED-SEGMENT.
           READ SORTED-SEGMENT-FILE
               AT END
                   MOVE "Y" TO CAR-FILE-EOF-SW
                   MOVE HIGH-VALUES TO WS-CAR-KEY
           END-READ.
           IF NOT CAR-FILE-EOF
               MOVE SEG-OWNER-ID IN SORTED-SEGMENT-RECORD
                   TO WS-CAR-KEY
           END-IF.

       320-READ-OWNER-MASTER-RECORD.
           PERFORM 321-READ-OWNER-MASTER-RAW.
           PERFORM 321-READ-OWNER-MASTER-RAW
       340-READ-RATE-RECORD.
           READ RATE-TABLE-FILE AT END MOVE "Y" TO RATE-FILE-EOF-SW.

       360-READ-OWNERSHIP-RECORD.
           READ OWNERSHIP-HISTORY-FILE
               AT END MOVE "Y" TO OWNERSHIP-EOF-SW.

       370-READ-CAR-IN-RECORD.
           READ CAR-FILE-IN AT END MOVE "Y" TO CAR-IN-EOF-SW.

       410-START-OWNER-STATEMENT.
           MOVE "Y" TO WS-STMT-OPEN-SW.
           MOVE ZERO TO WS-STATEMENT-TOTAL.
           MOVE ZERO TO WS-LINE-CTR.

       420-BILL-ONE-VEHICLE.
           IF WS-LINE-CTR NOT LESS THAN LINES-PER-PAGE - 1
               PERFORM 411-WRITE-STATEMENT-HEADERS
           END-IF.
           MOVE SEG-CAR-MODEL IN SORTED-SEGMENT-RECORD
               TO DL-CAR-MODEL.
           MOVE SEG-ENGINE IN SORTED-SEGMENT-RECORD
               TO DL-ENGINE.
           MOVE SEG-TOWING-CAPACITY IN SORTED-SEGMENT-RECORD
               TO DL-TOWING-CAPACITY.
           MOVE SEG-CHARGE IN SORTED-SEGMENT-RECORD
               TO DL-CHARGE.
           IF SEG-RATE-FOUND IN SORTED-SEGMENT-RECORD
               MOVE SPACES TO DL-RATE-FLAG
           ELSE
               MOVE "NO RATE" TO DL-RATE-FLAG
           WRITE BILLING-RECORD-OUT FROM WS-STMT-DETAIL-LINE
               AFTER ADVANCING 1.
           ADD 1 TO WS-LINE-CTR.
           IF SEG-PART-PERIOD IN SORTED-SEGMENT-RECORD
               PERFORM 421-WRITE-PART-PERIOD-LINE
           END-IF.
           IF SEG-CURRENT-OWNER IN SORTED-SEGMENT-RECORD
               ADD 1 TO WS-VEHICLES-BILLED
           ELSE
               ADD 1 TO WS-PRIOR-LINES-BILLED
           END-IF.
           ADD SEG-CHARGE IN SORTED-SEGMENT-RECORD
               TO WS-STATEMENT-TOTAL.
           ADD SEG-CHARGE IN SORTED-SEGMENT-RECORD
               TO WS-GRAND-TOTAL.

       421-WRITE-PART-PERIOD-LINE.
           MOVE SEG-FROM-DATE IN SORTED-SEGMENT-RECORD
               TO PL-FROM-DATE.
           MOVE SEG-TO-DATE IN SORTED-SEGMENT-RECORD
               TO PL-TO-DATE.
           MOVE SEG-DAYS IN SORTED-SEGMENT-RECORD
               TO PL-DAYS.
           MOVE SEG-PERIOD-DAYS IN SORTED-SEGMENT-RECORD
               TO PL-PERIOD-DAYS.
           WRITE BILLING-RECORD-OUT FROM WS-STMT-PART-PERIOD-LINE
               AFTER ADVANCING 1.
           ADD 1 TO WS-LINE-CTR.

       430-WRITE-STATEMENT-TOTAL.
           MOVE WS-STATEMENT-TOTAL TO WS-STMT-TOTAL-OUT.
           END-IF.

       441-TEST-ONE-RATE-BAND.
           IF TOWING-CAPACITY IN CAR-RECORD-IN
                   NOT LESS THAN RATE-LOW-CAPACITY(RATE-IDX)
                   AND TOWING-CAPACITY IN CAR-RECORD-IN
                   NOT GREATER THAN RATE-HIGH-CAPACITY(RATE-IDX)
                   AND RATE-EFF-DATE(RATE-IDX) NOT GREATER THAN
                       WS-RUN-DATE
               WRITE BILLING-RECORD-OUT FROM WS-CONTROL-HDR
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE WS-PERIOD-START       TO WS-CTL-PERIOD-START-OUT.
           MOVE WS-PERIOD-END         TO WS-CTL-PERIOD-END-OUT.
           WRITE BILLING-RECORD-OUT FROM WS-CONTROL-PERIOD-LINE
               AFTER ADVANCING 2.
           MOVE WS-OWNERS-BILLED      TO WS-CTL-OWNERS-OUT.
           WRITE BILLING-RECORD-OUT FROM WS-CONTROL-LINE-1
               AFTER ADVANCING 2.
           MOVE WS-INVOICES-WRITTEN   TO WS-CTL-INVOICES-OUT.
           WRITE BILLING-RECORD-OUT FROM WS-CONTROL-LINE-6
               AFTER ADVANCING 1.
           MOVE WS-PRIOR-LINES-BILLED TO WS-CTL-PRIOR-OUT.
           WRITE BILLING-RECORD-OUT FROM WS-CONTROL-LINE-7
               AFTER ADVANCING 1.
           MOVE WS-PRIOR-LINES-UNMATCHED
               TO WS-CTL-PRIOR-UNMATCHED-OUT.
           WRITE BILLING-RECORD-OUT FROM WS-CONTROL-LINE-8
               AFTER ADVANCING 1.

       END PROGRAM LAB3BIL.
