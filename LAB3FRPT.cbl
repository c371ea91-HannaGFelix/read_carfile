      ******************************************************************
      * Author:Hanna Felix
      * Date:October 15, 2026
      * Purpose: Monthly fuel consumption report. Prompts for the
      *          month (YYYYMM), sorts the fuel history LAB3FUEL posts
      *          (FUELHIST.TXT) by car model, transaction date and
      *          odometer, and prints on FUELRPT.TXT, for every
      *          vehicle that fuelled in the month, the fills,
      *          gallons, spend, miles driven and miles per gallon,
      *          then the same figures totalled per ENGINE code and
      *          for the fleet. Miles are the spread between the
      *          month's first and last odometer readings; MPG divides
      *          them by the gallons bought after the first fill (the
      *          first fill paid for miles driven before the month's
      *          first reading), so a vehicle with a single fill shows
      *          no MPG. A vehicle whose odometer reading drops below
      *          the previous fill's at any fill in the month is
      *          flagged and left out of its engine code's MPG, and
      *          a vehicle running below 80 percent of its engine
      *          code's MPG is flagged LOW MPG - the two patterns a
      *          card used on the wrong vehicle, or an engine going
      *          bad, leave behind.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History:
      *   2026-10-15  HF  Initial version.
      *   2026-10-15  HF  ODOMETER ERROR now tests every fill against
      *                   the fill before it, not just the month's last
      *                   reading against its first, so a dip that
      *                   recovers by month end (1000, 900, 1100) is
      *                   caught.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3FRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FUEL-HISTORY-FILE
               ASSIGN TO "..\FUELHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FUEL-SORT-WORK-FILE
               ASSIGN TO "..\FUELSRT.TMP".
           SELECT SORTED-FUEL-FILE
               ASSIGN TO "..\FUELSRT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FUEL-REPORT
               ASSIGN TO "..\FUELRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FUEL-HISTORY-FILE.
           COPY FUELHST REPLACING ==:REC-NAME:== BY
               ==FUEL-HISTORY-RECORD==.

       SD FUEL-SORT-WORK-FILE.
           COPY FUELHST REPLACING ==:REC-NAME:== BY
               ==FUEL-SORT-RECORD==.

       FD SORTED-FUEL-FILE.
           COPY FUELHST REPLACING ==:REC-NAME:== BY
               ==SORTED-FUEL-RECORD==.

       FD FUEL-REPORT.
       01 FUEL-REPORT-OUT              PIC X(100).

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 EOF-FLG                  PIC X VALUE "N".

       01  PERIOD-FIELDS.
           05 WS-PERIOD-ENTRY          PIC X(6)  VALUE SPACES.
           05 WS-REPORT-PERIOD         PIC 9(6)  VALUE ZERO.
           05 WS-REPORT-PERIOD-R REDEFINES WS-REPORT-PERIOD.
               10 WS-REPORT-YEAR       PIC 9(4).
               10 WS-REPORT-MONTH      PIC 9(2).

       01  VEHICLE-TABLE.
           05 WS-VEHICLE-COUNT         PIC 9(4) VALUE ZERO.
           05 VEHICLE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-VEHICLE-COUNT
                   INDEXED BY VEH-IDX.
               10 VEH-CAR-MODEL        PIC X(15).
               10 VEH-ENGINE-CODE      PIC X(4).
               10 VEH-FILLS            PIC 9(5).
               10 VEH-GALLONS          PIC 9(5)V99.
               10 VEH-AMOUNT           PIC 9(7)V99.
               10 VEH-FIRST-ODOMETER   PIC 9(7).
               10 VEH-LAST-ODOMETER    PIC 9(7).
               10 VEH-MPG-GALLONS      PIC 9(5)V99.
               10 VEH-MILES            PIC 9(7).
               10 VEH-MPG              PIC 9(3)V9.
               10 VEH-NOTE             PIC X(20).
               10 VEH-ODOMETER-BACK-SW PIC X.
                   88 VEH-ODOMETER-BACK VALUE "Y".

       01  ENGINE-TOTAL-TABLE.
           05 WS-ENGINE-COUNT          PIC 9(3) VALUE ZERO.
           05 ENGINE-TOTAL-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-ENGINE-COUNT
                   INDEXED BY ENG-IDX.
               10 ET-ENGINE-CODE       PIC X(4).
               10 ET-VEHICLES          PIC 9(5).
               10 ET-FILLS             PIC 9(5).
               10 ET-GALLONS           PIC 9(7)V99.
               10 ET-AMOUNT            PIC 9(9)V99.
               10 ET-MILES             PIC 9(9).
               10 ET-MPG-GALLONS       PIC 9(7)V99.
               10 ET-MPG               PIC 9(3)V9.

       01  FLEET-TOTALS.
           05 WS-FLEET-VEHICLES        PIC 9(5)    VALUE ZERO.
           05 WS-FLEET-FILLS           PIC 9(5)    VALUE ZERO.
           05 WS-FLEET-GALLONS         PIC 9(7)V99 VALUE ZERO.
           05 WS-FLEET-AMOUNT          PIC 9(9)V99 VALUE ZERO.
           05 WS-FLEET-MILES           PIC 9(9)    VALUE ZERO.
           05 WS-FLEET-MPG-GALLONS     PIC 9(7)V99 VALUE ZERO.
           05 WS-FLEET-MPG             PIC 9(3)V9  VALUE ZERO.

       01  REPORT-COUNTS.
           05 WS-HISTORY-READ          PIC 9(7) VALUE ZERO.
           05 WS-IN-PERIOD             PIC 9(7) VALUE ZERO.
           05 WS-LOW-MPG-COUNT         PIC 9(5) VALUE ZERO.
           05 WS-ODOMETER-ERR-COUNT    PIC 9(5) VALUE ZERO.

       01  WS-LOW-MPG-PCT              PIC 9(3)    VALUE 80.
       01  WS-LOW-MPG-LIMIT            PIC 9(3)V99 VALUE ZERO.

       01  WS-FUEL-TITLE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(35) VALUE
                  "FUEL CONSUMPTION REPORT FOR MONTH".
           05 WS-TITLE-PERIOD          PIC 9(6).

       01  WS-VEHICLE-HDR.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE
                  "BY VEHICLE".

       01  WS-VEHICLE-COL-HDR.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE "CAR MODEL".
           05 FILLER                   PIC X(4)  VALUE "ENG".
           05 FILLER                   PIC X(8)  VALUE "   FILLS".
           05 FILLER                   PIC X(12) VALUE "     GALLONS".
           05 FILLER                   PIC X(14) VALUE
                  "         SPEND".
           05 FILLER                   PIC X(11) VALUE "      MILES".
           05 FILLER                   PIC X(7)  VALUE "    MPG".
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE "NOTE".

       01  WS-VEHICLE-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-VL-CAR-MODEL          PIC X(15).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-VL-ENGINE-CODE        PIC X(4).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-VL-FILLS              PIC ZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-VL-GALLONS            PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-VL-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-VL-MILES              PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-VL-MPG                PIC ZZ9.9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-VL-NOTE               PIC X(20).

       01  WS-ENGINE-HDR.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE
                  "BY ENGINE CODE".

       01  WS-ENGINE-COL-HDR.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(4)  VALUE "CODE".
           05 FILLER                   PIC X(10) VALUE "  VEHICLES".
           05 FILLER                   PIC X(8)  VALUE "   FILLS".
           05 FILLER                   PIC X(12) VALUE "     GALLONS".
           05 FILLER                   PIC X(14) VALUE
                  "         SPEND".
           05 FILLER                   PIC X(11) VALUE "      MILES".
           05 FILLER                   PIC X(7)  VALUE "    MPG".

       01  WS-ENGINE-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-EL-ENGINE-CODE        PIC X(4).
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 WS-EL-VEHICLES           PIC ZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-EL-FILLS              PIC ZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-EL-GALLONS            PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-EL-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-EL-MILES              PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-EL-MPG                PIC ZZ9.9.

       01  WS-FUEL-TOTAL-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
                  "FILLS IN MONTH:".
           05 WS-FTL-IN-PERIOD         PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE "LOW MPG:".
           05 WS-FTL-LOW-MPG           PIC ZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
                  "ODOMETER ERRORS:".
           05 WS-FTL-ODOMETER-ERR      PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-PROCEDURE-FUEL-REPORT.
           PERFORM 201-INITIALIZE-REPORT.
           PERFORM 202-ACCUMULATE-ONE-FILL UNTIL EOF-FLG EQUAL TO "Y".
           PERFORM 230-FINISH-VEHICLE-FIGURES
               VARYING VEH-IDX FROM 1 BY 1
               UNTIL VEH-IDX > WS-VEHICLE-COUNT.
           PERFORM 240-FINISH-ENGINE-FIGURES
               VARYING ENG-IDX FROM 1 BY 1
               UNTIL ENG-IDX > WS-ENGINE-COUNT.
           PERFORM 250-FLAG-LOW-MPG
               VARYING VEH-IDX FROM 1 BY 1
               UNTIL VEH-IDX > WS-VEHICLE-COUNT.
           PERFORM 500-WRITE-FUEL-REPORT.
           PERFORM 203-TERMINATE-REPORT.
           STOP RUN.

       201-INITIALIZE-REPORT.
           PERFORM 210-ACCEPT-REPORT-PERIOD.
           SORT FUEL-SORT-WORK-FILE
               ON ASCENDING KEY FUEL-CAR-MODEL IN FUEL-SORT-RECORD
                                FUEL-TXN-DATE IN FUEL-SORT-RECORD
                                FUEL-ODOMETER IN FUEL-SORT-RECORD
               USING FUEL-HISTORY-FILE
               GIVING SORTED-FUEL-FILE.
           OPEN INPUT  SORTED-FUEL-FILE.
           OPEN OUTPUT FUEL-REPORT.
           PERFORM 300-READ-SORTED-FUEL.

       202-ACCUMULATE-ONE-FILL.
           ADD 1 TO WS-HISTORY-READ.
           IF FUEL-TXN-DATE IN SORTED-FUEL-RECORD(1:6)
                   EQUAL TO WS-PERIOD-ENTRY
               ADD 1 TO WS-IN-PERIOD
               PERFORM 400-POST-FILL-TO-VEHICLE
           END-IF.
           PERFORM 300-READ-SORTED-FUEL.

       203-TERMINATE-REPORT.
           CLOSE SORTED-FUEL-FILE FUEL-REPORT.
           DISPLAY "LAB3FRPT: " WS-IN-PERIOD " FILLS FOR "
               WS-REPORT-PERIOD " REPORTED ON FUELRPT.TXT".

       210-ACCEPT-REPORT-PERIOD.
           DISPLAY "ENTER REPORT MONTH YYYYMM: " WITH NO ADVANCING.
           ACCEPT WS-PERIOD-ENTRY FROM CONSOLE.
           IF WS-PERIOD-ENTRY NUMERIC
               MOVE WS-PERIOD-ENTRY TO WS-REPORT-PERIOD
           ELSE
               DISPLAY "REPORT MONTH NOT NUMERIC - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REPORT-MONTH < 1 OR WS-REPORT-MONTH > 12
               DISPLAY "REPORT MONTH NOT 01-12 - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       230-FINISH-VEHICLE-FIGURES.
           MOVE ZERO TO VEH-MILES(VEH-IDX) VEH-MPG(VEH-IDX).
           IF VEH-ODOMETER-BACK(VEH-IDX)
               MOVE "ODOMETER ERROR" TO VEH-NOTE(VEH-IDX)
               ADD 1 TO WS-ODOMETER-ERR-COUNT
           ELSE
               COMPUTE VEH-MILES(VEH-IDX) =
                   VEH-LAST-ODOMETER(VEH-IDX)
                   - VEH-FIRST-ODOMETER(VEH-IDX)
               IF VEH-FILLS(VEH-IDX) < 2
                   MOVE "SINGLE FILL - NO MPG" TO VEH-NOTE(VEH-IDX)
               ELSE
                   IF VEH-MPG-GALLONS(VEH-IDX) > ZERO
                       COMPUTE VEH-MPG(VEH-IDX) ROUNDED =
                           VEH-MILES(VEH-IDX)
                           / VEH-MPG-GALLONS(VEH-IDX)
                           ON SIZE ERROR
                               MOVE 999.9 TO VEH-MPG(VEH-IDX)
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF.
           PERFORM 231-ADD-VEHICLE-TO-ENGINE.

       231-ADD-VEHICLE-TO-ENGINE.
           SET ENG-IDX TO 1.
           SEARCH ENGINE-TOTAL-ENTRY
               AT END
                   PERFORM 232-ADD-ENGINE-ENTRY
               WHEN ET-ENGINE-CODE(ENG-IDX) EQUAL TO
                       VEH-ENGINE-CODE(VEH-IDX)
                   CONTINUE
           END-SEARCH.
           IF ENG-IDX NOT > WS-ENGINE-COUNT
               ADD 1                     TO ET-VEHICLES(ENG-IDX)
               ADD VEH-FILLS(VEH-IDX)    TO ET-FILLS(ENG-IDX)
               ADD VEH-GALLONS(VEH-IDX)  TO ET-GALLONS(ENG-IDX)
               ADD VEH-AMOUNT(VEH-IDX)   TO ET-AMOUNT(ENG-IDX)
               IF VEH-MPG(VEH-IDX) > ZERO
                   ADD VEH-MILES(VEH-IDX) TO ET-MILES(ENG-IDX)
                   ADD VEH-MPG-GALLONS(VEH-IDX)
                       TO ET-MPG-GALLONS(ENG-IDX)
               END-IF
           END-IF.
           ADD 1                     TO WS-FLEET-VEHICLES.
           ADD VEH-FILLS(VEH-IDX)    TO WS-FLEET-FILLS.
           ADD VEH-GALLONS(VEH-IDX)  TO WS-FLEET-GALLONS.
           ADD VEH-AMOUNT(VEH-IDX)   TO WS-FLEET-AMOUNT.
           IF VEH-MPG(VEH-IDX) > ZERO
               ADD VEH-MILES(VEH-IDX)       TO WS-FLEET-MILES
               ADD VEH-MPG-GALLONS(VEH-IDX) TO WS-FLEET-MPG-GALLONS
           END-IF.

       232-ADD-ENGINE-ENTRY.
           IF WS-ENGINE-COUNT < 50
               ADD 1 TO WS-ENGINE-COUNT
               SET ENG-IDX TO WS-ENGINE-COUNT
               MOVE VEH-ENGINE-CODE(VEH-IDX) TO ET-ENGINE-CODE(ENG-IDX)
               MOVE ZERO TO ET-VEHICLES(ENG-IDX) ET-FILLS(ENG-IDX)
                   ET-GALLONS(ENG-IDX) ET-AMOUNT(ENG-IDX)
                   ET-MILES(ENG-IDX) ET-MPG-GALLONS(ENG-IDX)
                   ET-MPG(ENG-IDX)
           ELSE
               SET ENG-IDX TO 51
               DISPLAY "LAB3FRPT: MORE THAN 50 ENGINE CODES - "
                   VEH-ENGINE-CODE(VEH-IDX) " NOT TOTALLED"
           END-IF.

       240-FINISH-ENGINE-FIGURES.
           IF ET-MPG-GALLONS(ENG-IDX) > ZERO
               COMPUTE ET-MPG(ENG-IDX) ROUNDED =
                   ET-MILES(ENG-IDX) / ET-MPG-GALLONS(ENG-IDX)
                   ON SIZE ERROR
                       MOVE 999.9 TO ET-MPG(ENG-IDX)
               END-COMPUTE
           END-IF.

       250-FLAG-LOW-MPG.
           IF VEH-MPG(VEH-IDX) > ZERO
               SET ENG-IDX TO 1
               SEARCH ENGINE-TOTAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN ET-ENGINE-CODE(ENG-IDX) EQUAL TO
                           VEH-ENGINE-CODE(VEH-IDX)
                       COMPUTE WS-LOW-MPG-LIMIT =
                           ET-MPG(ENG-IDX) * WS-LOW-MPG-PCT / 100
                       IF VEH-MPG(VEH-IDX) < WS-LOW-MPG-LIMIT
                           MOVE "LOW MPG" TO VEH-NOTE(VEH-IDX)
                           ADD 1 TO WS-LOW-MPG-COUNT
                       END-IF
               END-SEARCH
           END-IF.

       300-READ-SORTED-FUEL.
           READ SORTED-FUEL-FILE AT END MOVE "Y" TO EOF-FLG.

       400-POST-FILL-TO-VEHICLE.
           IF WS-VEHICLE-COUNT EQUAL TO ZERO
                   OR VEH-CAR-MODEL(WS-VEHICLE-COUNT) NOT EQUAL TO
                       FUEL-CAR-MODEL IN SORTED-FUEL-RECORD
               PERFORM 410-START-VEHICLE-ENTRY
           ELSE
               SET VEH-IDX TO WS-VEHICLE-COUNT
               ADD FUEL-GALLONS IN SORTED-FUEL-RECORD
                   TO VEH-MPG-GALLONS(VEH-IDX)
           END-IF.
      *    VEH-LAST-ODOMETER STILL HOLDS THE PREVIOUS FILL'S READING.
           IF VEH-IDX NOT > WS-VEHICLE-COUNT
               IF VEH-FILLS(VEH-IDX) > ZERO
                       AND FUEL-ODOMETER IN SORTED-FUEL-RECORD
                           < VEH-LAST-ODOMETER(VEH-IDX)
                   MOVE "Y" TO VEH-ODOMETER-BACK-SW(VEH-IDX)
               END-IF
               ADD 1 TO VEH-FILLS(VEH-IDX)
               ADD FUEL-GALLONS IN SORTED-FUEL-RECORD
                   TO VEH-GALLONS(VEH-IDX)
               ADD FUEL-AMOUNT IN SORTED-FUEL-RECORD
                   TO VEH-AMOUNT(VEH-IDX)
               MOVE FUEL-ODOMETER IN SORTED-FUEL-RECORD
                   TO VEH-LAST-ODOMETER(VEH-IDX)
           END-IF.

       410-START-VEHICLE-ENTRY.
           IF WS-VEHICLE-COUNT < 200
               ADD 1 TO WS-VEHICLE-COUNT
               SET VEH-IDX TO WS-VEHICLE-COUNT
               MOVE FUEL-CAR-MODEL IN SORTED-FUEL-RECORD
                   TO VEH-CAR-MODEL(VEH-IDX)
               MOVE FUEL-ENGINE-CODE IN SORTED-FUEL-RECORD
                   TO VEH-ENGINE-CODE(VEH-IDX)
               MOVE FUEL-ODOMETER IN SORTED-FUEL-RECORD
                   TO VEH-FIRST-ODOMETER(VEH-IDX)
               MOVE ZERO TO VEH-FILLS(VEH-IDX) VEH-GALLONS(VEH-IDX)
                   VEH-AMOUNT(VEH-IDX) VEH-LAST-ODOMETER(VEH-IDX)
                   VEH-MPG-GALLONS(VEH-IDX) VEH-MILES(VEH-IDX)
                   VEH-MPG(VEH-IDX)
               MOVE SPACES TO VEH-NOTE(VEH-IDX)
               MOVE "N" TO VEH-ODOMETER-BACK-SW(VEH-IDX)
           ELSE
               SET VEH-IDX TO 201
               DISPLAY "LAB3FRPT: MORE THAN 200 VEHICLES - "
                   FUEL-CAR-MODEL IN SORTED-FUEL-RECORD
                   " NOT REPORTED"
           END-IF.

       500-WRITE-FUEL-REPORT.
           MOVE WS-REPORT-PERIOD TO WS-TITLE-PERIOD.
           WRITE FUEL-REPORT-OUT FROM WS-FUEL-TITLE.
           WRITE FUEL-REPORT-OUT FROM WS-VEHICLE-HDR
               AFTER ADVANCING 2.
           WRITE FUEL-REPORT-OUT FROM WS-VEHICLE-COL-HDR
               AFTER ADVANCING 1.
           PERFORM 510-WRITE-VEHICLE-LINE
               VARYING VEH-IDX FROM 1 BY 1
               UNTIL VEH-IDX > WS-VEHICLE-COUNT.
           WRITE FUEL-REPORT-OUT FROM WS-ENGINE-HDR
               AFTER ADVANCING 2.
           WRITE FUEL-REPORT-OUT FROM WS-ENGINE-COL-HDR
               AFTER ADVANCING 1.
           PERFORM 520-WRITE-ENGINE-LINE
               VARYING ENG-IDX FROM 1 BY 1
               UNTIL ENG-IDX > WS-ENGINE-COUNT.
           PERFORM 530-WRITE-FLEET-LINE.
           MOVE WS-IN-PERIOD          TO WS-FTL-IN-PERIOD.
           MOVE WS-LOW-MPG-COUNT      TO WS-FTL-LOW-MPG.
           MOVE WS-ODOMETER-ERR-COUNT TO WS-FTL-ODOMETER-ERR.
           WRITE FUEL-REPORT-OUT FROM WS-FUEL-TOTAL-LINE
               AFTER ADVANCING 2.

       510-WRITE-VEHICLE-LINE.
           MOVE SPACES TO WS-VEHICLE-LINE.
           MOVE VEH-CAR-MODEL(VEH-IDX)   TO WS-VL-CAR-MODEL.
           MOVE VEH-ENGINE-CODE(VEH-IDX) TO WS-VL-ENGINE-CODE.
           MOVE VEH-FILLS(VEH-IDX)       TO WS-VL-FILLS.
           MOVE VEH-GALLONS(VEH-IDX)     TO WS-VL-GALLONS.
           MOVE VEH-AMOUNT(VEH-IDX)      TO WS-VL-AMOUNT.
           MOVE VEH-MILES(VEH-IDX)       TO WS-VL-MILES.
           MOVE VEH-MPG(VEH-IDX)         TO WS-VL-MPG.
           MOVE VEH-NOTE(VEH-IDX)        TO WS-VL-NOTE.
           WRITE FUEL-REPORT-OUT FROM WS-VEHICLE-LINE
               AFTER ADVANCING 1.

       520-WRITE-ENGINE-LINE.
           MOVE SPACES TO WS-ENGINE-LINE.
           MOVE ET-ENGINE-CODE(ENG-IDX) TO WS-EL-ENGINE-CODE.
           MOVE ET-VEHICLES(ENG-IDX)    TO WS-EL-VEHICLES.
           MOVE ET-FILLS(ENG-IDX)       TO WS-EL-FILLS.
           MOVE ET-GALLONS(ENG-IDX)     TO WS-EL-GALLONS.
           MOVE ET-AMOUNT(ENG-IDX)      TO WS-EL-AMOUNT.
           MOVE ET-MILES(ENG-IDX)       TO WS-EL-MILES.
           MOVE ET-MPG(ENG-IDX)         TO WS-EL-MPG.
           WRITE FUEL-REPORT-OUT FROM WS-ENGINE-LINE
               AFTER ADVANCING 1.

       530-WRITE-FLEET-LINE.
           IF WS-FLEET-MPG-GALLONS > ZERO
               COMPUTE WS-FLEET-MPG ROUNDED =
                   WS-FLEET-MILES / WS-FLEET-MPG-GALLONS
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-FLEET-MPG
               END-COMPUTE
           END-IF.
           MOVE SPACES TO WS-ENGINE-LINE.
           MOVE "ALL"                TO WS-EL-ENGINE-CODE.
           MOVE WS-FLEET-VEHICLES    TO WS-EL-VEHICLES.
           MOVE WS-FLEET-FILLS       TO WS-EL-FILLS.
           MOVE WS-FLEET-GALLONS     TO WS-EL-GALLONS.
           MOVE WS-FLEET-AMOUNT      TO WS-EL-AMOUNT.
           MOVE WS-FLEET-MILES       TO WS-EL-MILES.
           MOVE WS-FLEET-MPG         TO WS-EL-MPG.
           WRITE FUEL-REPORT-OUT FROM WS-ENGINE-LINE
               AFTER ADVANCING 2.

       END PROGRAM LAB3FRPT.
