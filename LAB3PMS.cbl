      ******************************************************************
      * Author:Hanna Felix
      * Date:October 15, 2026
      * Purpose: Preventive maintenance schedule. LAB3WRK only opens a
      *          work order after something has broken; this run works
      *          out when every active vehicle on CARMAST.DAT is next
      *          due for service and pulls the overdue ones into the
      *          shop before they break down mid-dispatch. The service
      *          interval comes from the car's engine code on
      *          ENGMAST.DAT (ENG-SERVICE-DAYS, kept through LAB3EMNT);
      *          the last service is the latest actual return date
      *          among the vehicle's closed orders on CARWORKH.TXT.
      *          Next due = last service + interval. A vehicle that
      *          has never been through the shop is due one interval
      *          after its CARFIN.DAT acquisition date instead; with
      *          no CARFIN row either it is listed as NO SERVICE
      *          HISTORY and left alone. CARPMS.TXT lists every
      *          vehicle that is overdue, due inside the warning
      *          window, has no service history, or carries a code
      *          with no interval set. For an overdue vehicle the run
      *          opens the CARWORK.DAT order itself and flips
      *          CAR-STATUS to H with a CARAUDIT.TXT row, exactly as
      *          LAB3WRK's Open does - so dispatch stops listing it
      *          until the shop closes the order. Vehicles already in
      *          the shop, sold, or scrapped are skipped. Batch run;
      *          the audit userid is the submitting user, as in
      *          LAB3TRN.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History:
      *   2026-10-15  HF  Initial version.
      *   2026-10-15  HF  A vehicle with no closed order is no longer
      *                   taken as overdue - its first due date is the
      *                   CARFIN.DAT acquisition date plus the
      *                   interval, and with no CARFIN row it is only
      *                   listed (NO SERVICE HISTORY). Once the
      *                   last-service table fills, vehicles not in it
      *                   are listed as NOT TABLED and not scheduled,
      *                   rather than ordered in as never serviced.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3PMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAR-MASTER-FILE
               ASSIGN TO "..\CARMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-MODEL IN CAR-MASTER-RECORD
               ALTERNATE RECORD KEY IS CAR-OWNER-ID
                   IN CAR-MASTER-RECORD WITH DUPLICATES.
           SELECT OPTIONAL ENGINE-CODE-FILE
               ASSIGN TO "..\ENGMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENG-CODE IN ENGINE-CODE-RECORD.
           SELECT OPTIONAL WORK-ORDER-FILE
               ASSIGN TO "..\CARWORK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CAR-MODEL IN WORK-ORDER-RECORD.
           SELECT OPTIONAL VEHICLE-FINANCE-FILE
               ASSIGN TO "..\CARFIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIN-CAR-MODEL IN VEHICLE-FINANCE-RECORD.
           SELECT OPTIONAL WORK-HISTORY-FILE
               ASSIGN TO "..\CARWORKH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARFILE-AUDIT
               ASSIGN TO "..\CARAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PM-LISTING
               ASSIGN TO "..\CARPMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CAR-MASTER-FILE.
           COPY CARREC REPLACING ==:REC-NAME:== BY
               ==CAR-MASTER-RECORD==.

       FD ENGINE-CODE-FILE.
           COPY CARENG REPLACING ==:REC-NAME:== BY
               ==ENGINE-CODE-RECORD==.

       FD WORK-ORDER-FILE.
           COPY CARWRK REPLACING ==:REC-NAME:== BY
               ==WORK-ORDER-RECORD==.

       FD VEHICLE-FINANCE-FILE.
           COPY CARFIN REPLACING ==:REC-NAME:== BY
               ==VEHICLE-FINANCE-RECORD==.

       FD WORK-HISTORY-FILE.
           COPY CARWRK REPLACING ==:REC-NAME:== BY
               ==WORK-HISTORY-RECORD==.

       FD CARFILE-AUDIT.
           COPY CARAUD REPLACING ==:REC-NAME:== BY
               ==CARFILE-AUDIT-RECORD==.

       FD PM-LISTING.
       01 PM-RECORD-OUT                PIC X(100).

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 EOF-FLG                  PIC X VALUE "N".
           05 WS-HISTORY-EOF-SW        PIC X VALUE "N".
               88 HISTORY-FILE-EOF     VALUE "Y".
           05 WS-HISTORY-FOUND-SW      PIC X VALUE "N".
               88 HISTORY-FOUND        VALUE "Y".
           05 WS-INTERVAL-FOUND-SW     PIC X VALUE "N".
               88 INTERVAL-FOUND       VALUE "Y".
           05 WS-FINANCE-FOUND-SW      PIC X VALUE "N".
               88 FINANCE-FOUND        VALUE "Y".
           05 WS-TABLE-FULL-SW         PIC X VALUE "N".
               88 SERVICE-TABLE-FULL   VALUE "Y".

       01  LAST-SERVICE-TABLE.
           05 WS-SERVICE-COUNT         PIC 9(4) VALUE ZERO.
           05 SERVICE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-SERVICE-COUNT
                   INDEXED BY SERVICE-IDX.
               10 SERVICE-TABLE-MODEL  PIC X(15).
               10 SERVICE-TABLE-DATE   PIC 9(8).

       01  DATE-FIELDS.
           05 WS-TODAY-DATE            PIC 9(8)  VALUE ZERO.
           05 WS-TODAY-INTEGER         PIC S9(9) VALUE ZERO.
           05 WS-WARN-END-INTEGER      PIC S9(9) VALUE ZERO.
           05 WS-WARNING-DAYS          PIC 9(3)  VALUE 14.
           05 WS-PM-SHOP-DAYS          PIC 9(3)  VALUE 2.
           05 WS-LAST-SERVICE-DATE     PIC 9(8)  VALUE ZERO.
           05 WS-SERVICE-DAYS          PIC 9(3)  VALUE ZERO.
           05 WS-DUE-INTEGER           PIC S9(9) VALUE ZERO.
           05 WS-DUE-DATE              PIC 9(8)  VALUE ZERO.
           05 WS-EST-RETURN-DATE       PIC 9(8)  VALUE ZERO.

       01  PM-COUNTS.
           05 WS-VEHICLES-READ         PIC 9(7) VALUE ZERO.
           05 WS-VEHICLES-SKIPPED      PIC 9(7) VALUE ZERO.
           05 WS-CURRENT-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-DUE-COUNT             PIC 9(7) VALUE ZERO.
           05 WS-OVERDUE-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-NO-INTERVAL-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-ORDERS-OPENED         PIC 9(7) VALUE ZERO.
           05 WS-NO-HISTORY-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-UNTABLED-COUNT        PIC 9(7) VALUE ZERO.

       01  WS-USERID                   PIC X(8)  VALUE SPACES.
       01  WS-KEY-ENTRY                PIC X(15) VALUE SPACES.
       01  WS-SAVE-STATUS              PIC X     VALUE SPACE.

       01  WS-AUDIT-FIELDS.
           05 WS-AUD-FIELD-NAME        PIC X(15) VALUE SPACES.
           05 WS-AUD-OLD-VALUE         PIC X(30) VALUE SPACES.
           05 WS-AUD-NEW-VALUE         PIC X(30) VALUE SPACES.

       01  WS-PM-FAULT-DESC.
           05 FILLER                   PIC X(25) VALUE
                  "PREVENTIVE MAINT - DUE ".
           05 WS-FAULT-DUE-DATE        PIC 9(8).
           05 FILLER                   PIC X(7)  VALUE SPACES.

       01  WS-PM-TITLE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(34) VALUE
                  "PREVENTIVE MAINTENANCE SCHEDULE".
           05 FILLER                   PIC X(6)  VALUE "AS OF ".
           05 WS-TITLE-DATE            PIC 9(8).

       01  WS-PM-COL-HDR.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE "CAR MODEL".
           05 FILLER                   PIC X(6)  VALUE "CODE".
           05 FILLER                   PIC X(11) VALUE "LAST SVC".
           05 FILLER                   PIC X(6)  VALUE "DAYS".
           05 FILLER                   PIC X(11) VALUE "NEXT DUE".
           05 FILLER                   PIC X(30) VALUE "STATUS".

       01  WS-PM-DETAIL-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-PMS-CAR-MODEL         PIC X(15).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-PMS-ENGINE-CODE       PIC X(4).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-PMS-LAST-SERVICE      PIC X(8).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-PMS-INTERVAL          PIC ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-PMS-DUE-DATE          PIC X(8).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-PMS-STATUS            PIC X(30).

       01  WS-PM-TOTAL-LINE-1.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
                  "ACTIVE VEHICLES:".
           05 WS-PMS-TOTAL-READ        PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE "CURRENT:".
           05 WS-PMS-TOTAL-CURRENT     PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE "DUE:".
           05 WS-PMS-TOTAL-DUE         PIC ZZZ,ZZ9.

       01  WS-PM-TOTAL-LINE-2.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
                  "OVERDUE:".
           05 WS-PMS-TOTAL-OVERDUE     PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(15) VALUE
                  "ORDERS OPENED:".
           05 WS-PMS-TOTAL-OPENED      PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE
                  "NO INTERVAL:".
           05 WS-PMS-TOTAL-NO-INTERVAL PIC ZZZ,ZZ9.

       01  WS-PM-TOTAL-LINE-3.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
                  "NO SVC HISTORY:".
           05 WS-PMS-TOTAL-NO-HISTORY  PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(15) VALUE
                  "NOT TABLED:".
           05 WS-PMS-TOTAL-UNTABLED    PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-PROCEDURE-PM-SCHEDULE.
           PERFORM 201-INITIALIZE-SCHEDULE.
           PERFORM 202-SCHEDULE-ONE-VEHICLE UNTIL EOF-FLG EQUAL TO
               "Y".
           PERFORM 208-WRITE-SCHEDULE-FOOTER.
           PERFORM 203-CLOSE-SCHEDULE-FILES.
           STOP RUN.

       201-INITIALIZE-SCHEDULE.
           ACCEPT WS-USERID FROM ENVIRONMENT "USER".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           COMPUTE WS-WARN-END-INTEGER =
               WS-TODAY-INTEGER + WS-WARNING-DAYS.
           COMPUTE WS-EST-RETURN-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INTEGER + WS-PM-SHOP-DAYS).
           PERFORM 220-LOAD-LAST-SERVICE-TABLE.
           OPEN I-O    CAR-MASTER-FILE.
           OPEN INPUT  ENGINE-CODE-FILE.
           OPEN INPUT  VEHICLE-FINANCE-FILE.
           OPEN I-O    WORK-ORDER-FILE.
           OPEN EXTEND CARFILE-AUDIT.
           OPEN OUTPUT PM-LISTING.
           MOVE WS-TODAY-DATE TO WS-TITLE-DATE.
           WRITE PM-RECORD-OUT FROM WS-PM-TITLE.
           WRITE PM-RECORD-OUT FROM WS-PM-COL-HDR
               AFTER ADVANCING 2.
           MOVE LOW-VALUES TO CAR-MODEL.
           START CAR-MASTER-FILE KEY NOT LESS THAN
                   CAR-MODEL IN CAR-MASTER-RECORD
               INVALID KEY
                   MOVE "Y" TO EOF-FLG
           END-START.
           IF EOF-FLG NOT EQUAL TO "Y"
               PERFORM 305-READ-MASTER-RECORD
           END-IF.

       202-SCHEDULE-ONE-VEHICLE.
           IF CAR-STATUS-ACTIVE
               ADD 1 TO WS-VEHICLES-READ
               PERFORM 400-SCHEDULE-VEHICLE
           ELSE
               ADD 1 TO WS-VEHICLES-SKIPPED
           END-IF.
           PERFORM 305-READ-MASTER-RECORD.

       203-CLOSE-SCHEDULE-FILES.
           CLOSE CAR-MASTER-FILE ENGINE-CODE-FILE WORK-ORDER-FILE
               VEHICLE-FINANCE-FILE CARFILE-AUDIT PM-LISTING.

       208-WRITE-SCHEDULE-FOOTER.
           MOVE WS-VEHICLES-READ     TO WS-PMS-TOTAL-READ.
           MOVE WS-CURRENT-COUNT     TO WS-PMS-TOTAL-CURRENT.
           MOVE WS-DUE-COUNT         TO WS-PMS-TOTAL-DUE.
           WRITE PM-RECORD-OUT FROM WS-PM-TOTAL-LINE-1
               AFTER ADVANCING 2.
           MOVE WS-OVERDUE-COUNT     TO WS-PMS-TOTAL-OVERDUE.
           MOVE WS-ORDERS-OPENED     TO WS-PMS-TOTAL-OPENED.
           MOVE WS-NO-INTERVAL-COUNT TO WS-PMS-TOTAL-NO-INTERVAL.
           WRITE PM-RECORD-OUT FROM WS-PM-TOTAL-LINE-2
               AFTER ADVANCING 1.
           MOVE WS-NO-HISTORY-COUNT  TO WS-PMS-TOTAL-NO-HISTORY.
           MOVE WS-UNTABLED-COUNT    TO WS-PMS-TOTAL-UNTABLED.
           WRITE PM-RECORD-OUT FROM WS-PM-TOTAL-LINE-3
               AFTER ADVANCING 1.
           DISPLAY "LAB3PMS: " WS-ORDERS-OPENED
               " PREVENTIVE MAINTENANCE ORDER(S) OPENED".

       220-LOAD-LAST-SERVICE-TABLE.
           OPEN INPUT WORK-HISTORY-FILE.
           PERFORM 310-READ-HISTORY-RECORD.
           PERFORM 221-LOAD-ONE-HISTORY-RECORD UNTIL HISTORY-FILE-EOF.
           CLOSE WORK-HISTORY-FILE.

       221-LOAD-ONE-HISTORY-RECORD.
           SET SERVICE-IDX TO 1.
           SEARCH SERVICE-ENTRY
               AT END
                   PERFORM 222-ADD-SERVICE-ENTRY
               WHEN SERVICE-TABLE-MODEL(SERVICE-IDX) EQUAL TO
                       WRK-CAR-MODEL IN WORK-HISTORY-RECORD
                   IF WRK-ACT-RETURN-DATE IN WORK-HISTORY-RECORD >
                           SERVICE-TABLE-DATE(SERVICE-IDX)
                       MOVE WRK-ACT-RETURN-DATE IN WORK-HISTORY-RECORD
                           TO SERVICE-TABLE-DATE(SERVICE-IDX)
                   END-IF
           END-SEARCH.
           PERFORM 310-READ-HISTORY-RECORD.

       222-ADD-SERVICE-ENTRY.
           IF WS-SERVICE-COUNT < 200
               ADD 1 TO WS-SERVICE-COUNT
               SET SERVICE-IDX TO WS-SERVICE-COUNT
               MOVE WRK-CAR-MODEL IN WORK-HISTORY-RECORD
                   TO SERVICE-TABLE-MODEL(SERVICE-IDX)
               MOVE WRK-ACT-RETURN-DATE IN WORK-HISTORY-RECORD
                   TO SERVICE-TABLE-DATE(SERVICE-IDX)
           ELSE
               IF NOT SERVICE-TABLE-FULL
                   MOVE "Y" TO WS-TABLE-FULL-SW
                   DISPLAY "LAB3PMS: MORE THAN 200 VEHICLES ON "
                       "CARWORKH.TXT - VEHICLES NOT TABLED ARE "
                       "LISTED AND NOT SCHEDULED"
               END-IF
           END-IF.

       305-READ-MASTER-RECORD.
           READ CAR-MASTER-FILE NEXT RECORD AT END
               MOVE "Y" TO EOF-FLG.

       310-READ-HISTORY-RECORD.
           READ WORK-HISTORY-FILE AT END
               MOVE "Y" TO WS-HISTORY-EOF-SW.

       400-SCHEDULE-VEHICLE.
           MOVE SPACES TO WS-PM-DETAIL-LINE.
           MOVE ZERO TO WS-DUE-DATE.
           MOVE CAR-MODEL IN CAR-MASTER-RECORD TO WS-KEY-ENTRY.
           MOVE WS-KEY-ENTRY TO WS-PMS-CAR-MODEL.
           MOVE ENGINE(1:4)  TO WS-PMS-ENGINE-CODE.
           PERFORM 410-LOOK-UP-INTERVAL.
           PERFORM 420-LOOK-UP-LAST-SERVICE.
           EVALUATE TRUE
               WHEN NOT INTERVAL-FOUND
                   ADD 1 TO WS-NO-INTERVAL-COUNT
                   MOVE "NO INTERVAL FOR ENGINE CODE"
                       TO WS-PMS-STATUS
                   PERFORM 490-WRITE-PM-DETAIL
               WHEN HISTORY-FOUND
                   MOVE WS-LAST-SERVICE-DATE TO WS-PMS-LAST-SERVICE
                   PERFORM 430-CLASSIFY-DUE-DATE
      *        WITH THE TABLE FULL, A MODEL NOT IN IT MAY STILL HAVE
      *        CLOSED ORDERS ON CARWORKH.TXT - DO NOT GUESS.
               WHEN SERVICE-TABLE-FULL
                   ADD 1 TO WS-UNTABLED-COUNT
                   MOVE "NOT TABLED - NOT SCHEDULED"
                       TO WS-PMS-STATUS
                   PERFORM 490-WRITE-PM-DETAIL
               WHEN OTHER
                   MOVE "NEVER"  TO WS-PMS-LAST-SERVICE
                   PERFORM 425-LOOK-UP-ACQUISITION
                   IF FINANCE-FOUND
                       PERFORM 430-CLASSIFY-DUE-DATE
                   ELSE
                       ADD 1 TO WS-NO-HISTORY-COUNT
                       MOVE "NO SERVICE HISTORY" TO WS-PMS-STATUS
                       PERFORM 490-WRITE-PM-DETAIL
                   END-IF
           END-EVALUATE.

       410-LOOK-UP-INTERVAL.
           MOVE "N" TO WS-INTERVAL-FOUND-SW.
           MOVE ZERO TO WS-SERVICE-DAYS.
           MOVE ENGINE(1:4) TO ENG-CODE.
           READ ENGINE-CODE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ENG-SERVICE-DAYS > ZERO
                       MOVE ENG-SERVICE-DAYS TO WS-SERVICE-DAYS
                       MOVE "Y" TO WS-INTERVAL-FOUND-SW
                   END-IF
           END-READ.
           MOVE WS-SERVICE-DAYS TO WS-PMS-INTERVAL.

       420-LOOK-UP-LAST-SERVICE.
           MOVE "N" TO WS-HISTORY-FOUND-SW.
           MOVE ZERO TO WS-LAST-SERVICE-DATE.
           SET SERVICE-IDX TO 1.
           SEARCH SERVICE-ENTRY
               AT END
                   CONTINUE
               WHEN SERVICE-TABLE-MODEL(SERVICE-IDX) EQUAL TO
                       WS-KEY-ENTRY
                   IF SERVICE-TABLE-DATE(SERVICE-IDX) > ZERO
                       MOVE SERVICE-TABLE-DATE(SERVICE-IDX)
                           TO WS-LAST-SERVICE-DATE
                       MOVE "Y" TO WS-HISTORY-FOUND-SW
                   END-IF
           END-SEARCH.

       425-LOOK-UP-ACQUISITION.
           MOVE "N" TO WS-FINANCE-FOUND-SW.
           MOVE WS-KEY-ENTRY TO FIN-CAR-MODEL.
           READ VEHICLE-FINANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FIN-ACQ-DATE > ZERO
                       MOVE FIN-ACQ-DATE TO WS-LAST-SERVICE-DATE
                       MOVE "Y" TO WS-FINANCE-FOUND-SW
                   END-IF
           END-READ.

       430-CLASSIFY-DUE-DATE.
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-LAST-SERVICE-DATE)
               + WS-SERVICE-DAYS.
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER).
           EVALUATE TRUE
               WHEN WS-DUE-INTEGER < WS-TODAY-INTEGER
                   ADD 1 TO WS-OVERDUE-COUNT
                   PERFORM 440-OPEN-PM-WORK-ORDER
                   PERFORM 490-WRITE-PM-DETAIL
               WHEN WS-DUE-INTEGER NOT GREATER THAN
                       WS-WARN-END-INTEGER
                   ADD 1 TO WS-DUE-COUNT
                   MOVE "DUE" TO WS-PMS-STATUS
                   PERFORM 490-WRITE-PM-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-CURRENT-COUNT
           END-EVALUATE.

       440-OPEN-PM-WORK-ORDER.
           MOVE WS-DUE-DATE TO WS-FAULT-DUE-DATE.
           MOVE WS-KEY-ENTRY TO WRK-CAR-MODEL IN WORK-ORDER-RECORD.
           MOVE WS-TODAY-DATE TO WRK-OPEN-DATE IN WORK-ORDER-RECORD.
           MOVE WS-PM-FAULT-DESC TO WRK-FAULT-DESC
               IN WORK-ORDER-RECORD.
           MOVE WS-EST-RETURN-DATE TO WRK-EST-RETURN-DATE
               IN WORK-ORDER-RECORD.
           MOVE ZERO TO WRK-ACT-RETURN-DATE IN WORK-ORDER-RECORD.
           MOVE ZERO TO WRK-COST IN WORK-ORDER-RECORD.
           WRITE WORK-ORDER-RECORD
               INVALID KEY
                   MOVE "OVERDUE - ORDER ALREADY OPEN"
                       TO WS-PMS-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-ORDERS-OPENED
                   MOVE "OVERDUE - PM ORDER OPENED"
                       TO WS-PMS-STATUS
                   PERFORM 450-FLIP-CAR-STATUS
           END-WRITE.

       450-FLIP-CAR-STATUS.
           MOVE CAR-STATUS TO WS-SAVE-STATUS.
           MOVE "H" TO CAR-STATUS.
           REWRITE CAR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "LAB3PMS: REWRITE FAILED - STATUS NOT "
                       "FLIPPED FOR " WS-KEY-ENTRY
               NOT INVALID KEY
                   MOVE "CAR-STATUS"    TO WS-AUD-FIELD-NAME
                   MOVE WS-SAVE-STATUS  TO WS-AUD-OLD-VALUE
                   MOVE CAR-STATUS      TO WS-AUD-NEW-VALUE
                   PERFORM 900-WRITE-AUDIT-ROW
           END-REWRITE.

       490-WRITE-PM-DETAIL.
           IF WS-DUE-DATE > ZERO AND INTERVAL-FOUND
               MOVE WS-DUE-DATE TO WS-PMS-DUE-DATE
           END-IF.
           WRITE PM-RECORD-OUT FROM WS-PM-DETAIL-LINE
               AFTER ADVANCING 1.

       900-WRITE-AUDIT-ROW.
           MOVE WS-KEY-ENTRY       TO AUD-CAR-MODEL.
           MOVE WS-AUD-FIELD-NAME  TO AUD-FIELD-NAME.
           MOVE WS-AUD-OLD-VALUE   TO AUD-OLD-VALUE.
           MOVE WS-AUD-NEW-VALUE   TO AUD-NEW-VALUE.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           MOVE WS-USERID          TO AUD-USERID.
           WRITE CARFILE-AUDIT-RECORD.

       END PROGRAM LAB3PMS.
