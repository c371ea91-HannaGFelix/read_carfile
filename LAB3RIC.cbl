      ******************************************************************
      * Author:Hanna Felix
      * Date:October 15, 2026
      * Purpose: Nightly referential-integrity sweep across the files
      *          that hang off the car and owner masters. LAB3XRF
      *          only proves cars against owners; nothing checked the
      *          satellite files, so an orphan there sat unnoticed
      *          until a report came out wrong. This step reads the
      *          files directly and applies five rules:
      *            1 - a CARFIN.DAT row for a model on neither
      *                CARMAST.DAT nor the deleted-car history
      *                CARHIST.TXT (never a car at all)
      *            2 - a CARREG.DAT or CARWORK.DAT row for a model no
      *                longer on CARMAST.DAT (a deleted car)
      *            3 - an open CARASGN.DAT booking for a vehicle that
      *                is sold or scrapped (CAR-STATUS S or X), or no
      *                longer on CARMAST.DAT at all
      *            4 - a CARINV.DAT invoice for an owner id not on
      *                OWNMAST.DAT
      *            5 - a car still in service (CAR-STATUS A or H)
      *                whose CAR-OWNER-ID points at an owner the owner
      *                master shows deactivated
      *          Every exception is printed on CARRIC.TXT under its
      *          rule's heading with a count per rule, and a summary
      *          of the counts follows. The step then writes a
      *          REFCHECK run-control record to CARRUNC.TXT (rows
      *          examined in, orphans found out), and LAB3BAL turns
      *          the night red when the orphan count is not zero.
      *          Runs in LAB3JOB as step REFCHECK ahead of BALANCE.
      *          Nothing is corrected here; the report is the work
      *          list.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History:
      *   2026-10-15  HF  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3RIC.

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
           SELECT OWNER-MASTER-FILE
               ASSIGN TO "..\OWNMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-OWNER-ID IN OWNER-MASTER-RECORD.
           SELECT OPTIONAL VEHICLE-FINANCE-FILE
               ASSIGN TO "..\CARFIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIN-CAR-MODEL IN VEHICLE-FINANCE-RECORD.
           SELECT OPTIONAL REGISTRATION-FILE
               ASSIGN TO "..\CARREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CAR-MODEL IN REGISTRATION-RECORD.
           SELECT OPTIONAL WORK-ORDER-FILE
               ASSIGN TO "..\CARWORK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WRK-CAR-MODEL IN WORK-ORDER-RECORD.
           SELECT OPTIONAL ASSIGNMENT-FILE
               ASSIGN TO "..\CARASGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASG-JOB-ID IN ASSIGNMENT-RECORD.
           SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO "..\CARINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-KEY IN INVOICE-RECORD.
           SELECT OPTIONAL CAR-HISTORY-FILE
               ASSIGN TO "..\CARHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "..\CARRUNC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTEGRITY-LISTING
               ASSIGN TO "..\CARRIC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CAR-MASTER-FILE.
           COPY CARREC REPLACING ==:REC-NAME:== BY
               ==CAR-MASTER-RECORD==.

       FD OWNER-MASTER-FILE.
           COPY OWNMAS REPLACING ==:REC-NAME:== BY
               ==OWNER-MASTER-RECORD==.

       FD VEHICLE-FINANCE-FILE.
           COPY CARFIN REPLACING ==:REC-NAME:== BY
               ==VEHICLE-FINANCE-RECORD==.

       FD REGISTRATION-FILE.
           COPY CARREG REPLACING ==:REC-NAME:== BY
               ==REGISTRATION-RECORD==.

       FD WORK-ORDER-FILE.
           COPY CARWRK REPLACING ==:REC-NAME:== BY
               ==WORK-ORDER-RECORD==.

       FD ASSIGNMENT-FILE.
           COPY CARASG REPLACING ==:REC-NAME:== BY
               ==ASSIGNMENT-RECORD==.

       FD INVOICE-FILE.
           COPY CARINV REPLACING ==:REC-NAME:== BY
               ==INVOICE-RECORD==.

       FD CAR-HISTORY-FILE.
           COPY CARHST REPLACING ==:REC-NAME:== BY
               ==CAR-HISTORY-RECORD==.

       FD RUN-CONTROL-FILE.
           COPY CARRUN REPLACING ==:REC-NAME:== BY
               ==RUN-CONTROL-RECORD==.

       FD INTEGRITY-LISTING.
       01 INTEGRITY-RECORD-OUT         PIC X(80).

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 EOF-FLG                  PIC X VALUE "N".
           05 HISTORY-EOF-SW           PIC X VALUE "N".
               88 HISTORY-FILE-EOF     VALUE "Y".
           05 WS-ON-MASTER-SW          PIC X VALUE "N".
               88 CAR-ON-MASTER        VALUE "Y".
           05 WS-ON-HISTORY-SW         PIC X VALUE "N".
               88 CAR-ON-HISTORY       VALUE "Y".

       01  WS-KEY-ENTRY                PIC X(15) VALUE SPACES.

       01  RULE-COUNTS.
           05 WS-RULE-1-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-RULE-2-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-RULE-3-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-RULE-4-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-RULE-5-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-RULE-COUNT            PIC 9(7) VALUE ZERO.
           05 WS-ORPHAN-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-ROWS-EXAMINED         PIC 9(7) VALUE ZERO.

       01  WS-RIC-TITLE.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 FILLER                   PIC X(36) VALUE
                  "REFERENTIAL INTEGRITY EXCEPTIONS".

       01  WS-RIC-DATE-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "RUN DATE: ".
           05 WS-RIC-DATE-OUT          PIC 9(8).

       01  WS-RIC-RULE-HDR.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE "RULE ".
           05 WS-RIC-RULE-NUMBER       PIC 9.
           05 FILLER                   PIC X(2)  VALUE ": ".
           05 WS-RIC-RULE-TEXT         PIC X(60).

       01  WS-RIC-COL-HDR.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE "FILE".
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(15) VALUE "KEY".
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE "DETAIL".

       01  WS-RIC-DETAIL-LINE.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 WS-RIC-DET-FILE          PIC X(12).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RIC-DET-KEY           PIC X(15).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RIC-DET-TEXT          PIC X(40).

       01  WS-RIC-RULE-TOTAL-LINE.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE "EXCEPTIONS:".
           05 WS-RIC-RULE-TOTAL-OUT    PIC ZZZ,ZZ9.

       01  WS-RIC-SUMMARY-HDR.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE
                  "SUMMARY BY RULE".

       01  WS-RIC-SUMMARY-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE "RULE ".
           05 WS-RIC-SUM-RULE-NUMBER   PIC 9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RIC-SUM-RULE-NAME     PIC X(40).
           05 WS-RIC-SUM-COUNT         PIC ZZZ,ZZ9.

       01  WS-RIC-TOTAL-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RIC-TOTAL-TEXT        PIC X(48).
           05 WS-RIC-TOTAL-OUT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-PROCEDURE-INTEGRITY-SWEEP.
           PERFORM 201-INITIALIZE-SWEEP.
           PERFORM 410-CHECK-FINANCE-ROWS.
           PERFORM 420-CHECK-DELETED-CAR-ROWS.
           PERFORM 430-CHECK-OPEN-BOOKINGS.
           PERFORM 440-CHECK-INVOICE-OWNERS.
           PERFORM 450-CHECK-CAR-OWNERS.
           PERFORM 500-WRITE-SUMMARY.
           PERFORM 208-WRITE-RUN-CONTROL.
           PERFORM 203-TERMINATE-SWEEP.
           STOP RUN.

       201-INITIALIZE-SWEEP.
           OPEN INPUT  CAR-MASTER-FILE.
           OPEN INPUT  OWNER-MASTER-FILE.
           OPEN OUTPUT INTEGRITY-LISTING.
           WRITE INTEGRITY-RECORD-OUT FROM WS-RIC-TITLE.
           ACCEPT WS-RIC-DATE-OUT FROM DATE YYYYMMDD.
           WRITE INTEGRITY-RECORD-OUT FROM WS-RIC-DATE-LINE
               AFTER ADVANCING 2.

       203-TERMINATE-SWEEP.
           CLOSE CAR-MASTER-FILE OWNER-MASTER-FILE INTEGRITY-LISTING.
           DISPLAY "LAB3RIC: ROWS EXAMINED " WS-ROWS-EXAMINED
               " ORPHANS FOUND " WS-ORPHAN-COUNT.

       208-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE "REFCHECK"         TO RUN-STEP-NAME.
           MOVE WS-ROWS-EXAMINED   TO RUN-RECORDS-IN.
           MOVE WS-ORPHAN-COUNT    TO RUN-RECORDS-OUT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       300-READ-FINANCE-RECORD.
           READ VEHICLE-FINANCE-FILE NEXT RECORD AT END
               MOVE "Y" TO EOF-FLG.

       310-READ-REGISTRATION-RECORD.
           READ REGISTRATION-FILE NEXT RECORD AT END
               MOVE "Y" TO EOF-FLG.

       320-READ-WORK-ORDER-RECORD.
           READ WORK-ORDER-FILE NEXT RECORD AT END
               MOVE "Y" TO EOF-FLG.

       330-READ-ASSIGNMENT-RECORD.
           READ ASSIGNMENT-FILE NEXT RECORD AT END
               MOVE "Y" TO EOF-FLG.

       340-READ-INVOICE-RECORD.
           READ INVOICE-FILE NEXT RECORD AT END
               MOVE "Y" TO EOF-FLG.

       350-READ-CAR-MASTER-NEXT.
           READ CAR-MASTER-FILE NEXT RECORD AT END
               MOVE "Y" TO EOF-FLG.

       360-READ-HISTORY-RECORD.
           READ CAR-HISTORY-FILE AT END
               MOVE "Y" TO HISTORY-EOF-SW.

       401-START-RULE-SECTION.
           MOVE ZERO TO WS-RULE-COUNT.
           WRITE INTEGRITY-RECORD-OUT FROM WS-RIC-RULE-HDR
               AFTER ADVANCING 2.
           WRITE INTEGRITY-RECORD-OUT FROM WS-RIC-COL-HDR
               AFTER ADVANCING 1.

       402-END-RULE-SECTION.
           MOVE WS-RULE-COUNT TO WS-RIC-RULE-TOTAL-OUT.
           WRITE INTEGRITY-RECORD-OUT FROM WS-RIC-RULE-TOTAL-LINE
               AFTER ADVANCING 1.
           ADD WS-RULE-COUNT TO WS-ORPHAN-COUNT.

       403-WRITE-EXCEPTION-LINE.
           WRITE INTEGRITY-RECORD-OUT FROM WS-RIC-DETAIL-LINE
               AFTER ADVANCING 1.
           ADD 1 TO WS-RULE-COUNT.

      *    RULE 1 - FINANCE ROW FOR A MODEL THAT WAS NEVER A CAR.
       410-CHECK-FINANCE-ROWS.
           MOVE 1 TO WS-RIC-RULE-NUMBER.
           MOVE "CARFIN.DAT ROW, MODEL ON NEITHER CARMAST NOR CARHIST"
               TO WS-RIC-RULE-TEXT.
           PERFORM 401-START-RULE-SECTION.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT VEHICLE-FINANCE-FILE.
           PERFORM 300-READ-FINANCE-RECORD.
           PERFORM 411-CHECK-ONE-FINANCE-ROW
               UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE VEHICLE-FINANCE-FILE.
           MOVE WS-RULE-COUNT TO WS-RULE-1-COUNT.
           PERFORM 402-END-RULE-SECTION.

       411-CHECK-ONE-FINANCE-ROW.
           ADD 1 TO WS-ROWS-EXAMINED.
           MOVE FIN-CAR-MODEL TO WS-KEY-ENTRY.
           PERFORM 460-LOOK-UP-CAR-MASTER.
           IF NOT CAR-ON-MASTER
               PERFORM 470-LOOK-UP-CAR-HISTORY
               IF NOT CAR-ON-HISTORY
                   MOVE "CARFIN.DAT"  TO WS-RIC-DET-FILE
                   MOVE FIN-CAR-MODEL TO WS-RIC-DET-KEY
                   MOVE SPACES        TO WS-RIC-DET-TEXT
                   STRING "ACQUIRED " DELIMITED BY SIZE
                          FIN-ACQ-DATE DELIMITED BY SIZE
                       INTO WS-RIC-DET-TEXT
                   END-STRING
                   PERFORM 403-WRITE-EXCEPTION-LINE
               END-IF
           END-IF.
           PERFORM 300-READ-FINANCE-RECORD.

      *    RULE 2 - REGISTRATION OR OPEN SHOP ORDER FOR A DELETED CAR.
       420-CHECK-DELETED-CAR-ROWS.
           MOVE 2 TO WS-RIC-RULE-NUMBER.
           MOVE "CARREG.DAT / CARWORK.DAT ROW FOR A DELETED CAR"
               TO WS-RIC-RULE-TEXT.
           PERFORM 401-START-RULE-SECTION.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT REGISTRATION-FILE.
           PERFORM 310-READ-REGISTRATION-RECORD.
           PERFORM 421-CHECK-ONE-REGISTRATION
               UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE REGISTRATION-FILE.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT WORK-ORDER-FILE.
           PERFORM 320-READ-WORK-ORDER-RECORD.
           PERFORM 422-CHECK-ONE-WORK-ORDER
               UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE WORK-ORDER-FILE.
           MOVE WS-RULE-COUNT TO WS-RULE-2-COUNT.
           PERFORM 402-END-RULE-SECTION.

       421-CHECK-ONE-REGISTRATION.
           ADD 1 TO WS-ROWS-EXAMINED.
           MOVE REG-CAR-MODEL TO WS-KEY-ENTRY.
           PERFORM 460-LOOK-UP-CAR-MASTER.
           IF NOT CAR-ON-MASTER
               MOVE "CARREG.DAT"  TO WS-RIC-DET-FILE
               MOVE REG-CAR-MODEL TO WS-RIC-DET-KEY
               MOVE SPACES        TO WS-RIC-DET-TEXT
               STRING "EXPIRES " DELIMITED BY SIZE
                      REG-EXPIRY-DATE DELIMITED BY SIZE
                   INTO WS-RIC-DET-TEXT
               END-STRING
               PERFORM 423-NOTE-DELETION
               PERFORM 403-WRITE-EXCEPTION-LINE
           END-IF.
           PERFORM 310-READ-REGISTRATION-RECORD.

       422-CHECK-ONE-WORK-ORDER.
           ADD 1 TO WS-ROWS-EXAMINED.
           MOVE WRK-CAR-MODEL TO WS-KEY-ENTRY.
           PERFORM 460-LOOK-UP-CAR-MASTER.
           IF NOT CAR-ON-MASTER
               MOVE "CARWORK.DAT" TO WS-RIC-DET-FILE
               MOVE WRK-CAR-MODEL TO WS-RIC-DET-KEY
               MOVE SPACES        TO WS-RIC-DET-TEXT
               STRING "OPENED " DELIMITED BY SIZE
                      WRK-OPEN-DATE DELIMITED BY SIZE
                   INTO WS-RIC-DET-TEXT
               END-STRING
               PERFORM 423-NOTE-DELETION
               PERFORM 403-WRITE-EXCEPTION-LINE
           END-IF.
           PERFORM 320-READ-WORK-ORDER-RECORD.

       423-NOTE-DELETION.
           PERFORM 470-LOOK-UP-CAR-HISTORY.
           IF CAR-ON-HISTORY
               MOVE "- DELETED" TO WS-RIC-DET-TEXT(18:9)
           ELSE
               MOVE "- NEVER ON FILE" TO WS-RIC-DET-TEXT(18:15)
           END-IF.

      *    RULE 3 - OPEN BOOKING FOR A VEHICLE THAT CANNOT RUN IT.
       430-CHECK-OPEN-BOOKINGS.
           MOVE 3 TO WS-RIC-RULE-NUMBER.
           MOVE "OPEN CARASGN.DAT BOOKING FOR A SOLD/SCRAPPED VEHICLE"
               TO WS-RIC-RULE-TEXT.
           PERFORM 401-START-RULE-SECTION.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT ASSIGNMENT-FILE.
           PERFORM 330-READ-ASSIGNMENT-RECORD.
           PERFORM 431-CHECK-ONE-BOOKING
               UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE ASSIGNMENT-FILE.
           MOVE WS-RULE-COUNT TO WS-RULE-3-COUNT.
           PERFORM 402-END-RULE-SECTION.

       431-CHECK-ONE-BOOKING.
           ADD 1 TO WS-ROWS-EXAMINED.
           IF ASG-STATUS-OPEN
               MOVE ASG-CAR-MODEL TO WS-KEY-ENTRY
               PERFORM 460-LOOK-UP-CAR-MASTER
               MOVE "CARASGN.DAT" TO WS-RIC-DET-FILE
               MOVE ASG-JOB-ID    TO WS-RIC-DET-KEY
               MOVE SPACES        TO WS-RIC-DET-TEXT
               EVALUATE TRUE
                   WHEN NOT CAR-ON-MASTER
                       STRING ASG-CAR-MODEL DELIMITED BY SPACE
                              " NOT ON CARMAST.DAT" DELIMITED BY SIZE
                           INTO WS-RIC-DET-TEXT
                       END-STRING
                       PERFORM 403-WRITE-EXCEPTION-LINE
                   WHEN CAR-STATUS-SOLD IN CAR-MASTER-RECORD
                       STRING ASG-CAR-MODEL DELIMITED BY SPACE
                              " SOLD" DELIMITED BY SIZE
                           INTO WS-RIC-DET-TEXT
                       END-STRING
                       PERFORM 403-WRITE-EXCEPTION-LINE
                   WHEN CAR-STATUS-SCRAPPED IN CAR-MASTER-RECORD
                       STRING ASG-CAR-MODEL DELIMITED BY SPACE
                              " SCRAPPED" DELIMITED BY SIZE
                           INTO WS-RIC-DET-TEXT
                       END-STRING
                       PERFORM 403-WRITE-EXCEPTION-LINE
               END-EVALUATE
           END-IF.
           PERFORM 330-READ-ASSIGNMENT-RECORD.

      *    RULE 4 - INVOICE FOR AN OWNER THE OWNER MASTER DOES NOT HOLD.
       440-CHECK-INVOICE-OWNERS.
           MOVE 4 TO WS-RIC-RULE-NUMBER.
           MOVE "CARINV.DAT INVOICE FOR AN OWNER ID NOT ON OWNMAST.DAT"
               TO WS-RIC-RULE-TEXT.
           PERFORM 401-START-RULE-SECTION.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT INVOICE-FILE.
           PERFORM 340-READ-INVOICE-RECORD.
           PERFORM 441-CHECK-ONE-INVOICE
               UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE INVOICE-FILE.
           MOVE WS-RULE-COUNT TO WS-RULE-4-COUNT.
           PERFORM 402-END-RULE-SECTION.

       441-CHECK-ONE-INVOICE.
           ADD 1 TO WS-ROWS-EXAMINED.
           MOVE INV-OWNER-ID TO OWN-OWNER-ID.
           READ OWNER-MASTER-FILE
               INVALID KEY
                   MOVE "CARINV.DAT"  TO WS-RIC-DET-FILE
                   MOVE INV-OWNER-ID  TO WS-RIC-DET-KEY
                   MOVE SPACES        TO WS-RIC-DET-TEXT
                   STRING "STATEMENT " DELIMITED BY SIZE
                          INV-STMT-DATE DELIMITED BY SIZE
                       INTO WS-RIC-DET-TEXT
                   END-STRING
                   PERFORM 403-WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           PERFORM 340-READ-INVOICE-RECORD.

      *    RULE 5 - CAR IN SERVICE STILL LINKED TO A DEACTIVATED OWNER.
       450-CHECK-CAR-OWNERS.
           MOVE 5 TO WS-RIC-RULE-NUMBER.
           MOVE "CAR IN SERVICE POINTING AT A DEACTIVATED OWNER"
               TO WS-RIC-RULE-TEXT.
           PERFORM 401-START-RULE-SECTION.
           MOVE "N" TO EOF-FLG.
           MOVE LOW-VALUES TO CAR-MODEL IN CAR-MASTER-RECORD.
           START CAR-MASTER-FILE KEY NOT LESS THAN
                   CAR-MODEL IN CAR-MASTER-RECORD
               INVALID KEY
                   MOVE "Y" TO EOF-FLG
           END-START.
           IF EOF-FLG NOT EQUAL TO "Y"
               PERFORM 350-READ-CAR-MASTER-NEXT
           END-IF.
           PERFORM 451-CHECK-ONE-CAR-OWNER
               UNTIL EOF-FLG EQUAL TO "Y".
           MOVE WS-RULE-COUNT TO WS-RULE-5-COUNT.
           PERFORM 402-END-RULE-SECTION.

       451-CHECK-ONE-CAR-OWNER.
           ADD 1 TO WS-ROWS-EXAMINED.
           IF NOT CAR-STATUS-SOLD IN CAR-MASTER-RECORD
                   AND NOT CAR-STATUS-SCRAPPED IN CAR-MASTER-RECORD
                   AND CAR-OWNER-ID IN CAR-MASTER-RECORD
                       NOT EQUAL TO SPACES
               MOVE CAR-OWNER-ID TO OWN-OWNER-ID
               READ OWNER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT OWN-OWNER-ACTIVE IN OWNER-MASTER-RECORD
                           MOVE "CARMAST.DAT" TO WS-RIC-DET-FILE
                           MOVE CAR-MODEL     TO WS-RIC-DET-KEY
                           MOVE SPACES        TO WS-RIC-DET-TEXT
                           STRING "OWNER " DELIMITED BY SIZE
                                  CAR-OWNER-ID DELIMITED BY SPACE
                                  " DEACTIVATED" DELIMITED BY SIZE
                               INTO WS-RIC-DET-TEXT
                           END-STRING
                           PERFORM 403-WRITE-EXCEPTION-LINE
                       END-IF
               END-READ
           END-IF.
           PERFORM 350-READ-CAR-MASTER-NEXT.

       460-LOOK-UP-CAR-MASTER.
           MOVE WS-KEY-ENTRY TO CAR-MODEL IN CAR-MASTER-RECORD.
           READ CAR-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-ON-MASTER-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-ON-MASTER-SW
           END-READ.

       470-LOOK-UP-CAR-HISTORY.
           MOVE "N" TO WS-ON-HISTORY-SW.
           MOVE "N" TO HISTORY-EOF-SW.
           OPEN INPUT CAR-HISTORY-FILE.
           PERFORM 360-READ-HISTORY-RECORD.
           PERFORM 471-MATCH-ONE-HISTORY-RECORD
               UNTIL HISTORY-FILE-EOF.
           CLOSE CAR-HISTORY-FILE.

       471-MATCH-ONE-HISTORY-RECORD.
           IF HIST-CAR-MODEL EQUAL TO WS-KEY-ENTRY
               MOVE "Y" TO WS-ON-HISTORY-SW
               MOVE "Y" TO HISTORY-EOF-SW
           ELSE
               PERFORM 360-READ-HISTORY-RECORD
           END-IF.

       500-WRITE-SUMMARY.
           WRITE INTEGRITY-RECORD-OUT FROM WS-RIC-SUMMARY-HDR
               AFTER ADVANCING 3.
           MOVE 1 TO WS-RIC-SUM-RULE-NUMBER.
           MOVE "FINANCE ROW, NEVER A CAR" TO WS-RIC-SUM-RULE-NAME.
           MOVE WS-RULE-1-COUNT TO WS-RIC-SUM-COUNT.
           WRITE INTEGRITY-RECORD-OUT FROM WS-RIC-SUMMARY-LINE
               AFTER ADVANCING 1.
           MOVE 2 TO WS-RIC-SUM-RULE-NUMBER.
           MOVE "REGISTRATION/SHOP ROW, DELETED CAR"
               TO WS-RIC-SUM-RULE-NAME.
           MOVE WS-RULE-2-COUNT TO WS-RIC-SUM-COUNT.
           WRITE INTEGRITY-RECORD-OUT FROM WS-RIC-SUMMARY-LINE
               AFTER ADVANCING 1.
           MOVE 3 TO WS-RIC-SUM-RULE-NUMBER.
           MOVE "OPEN BOOKING, SOLD/SCRAPPED VEHICLE"
               TO WS-RIC-SUM-RULE-NAME.
           MOVE WS-RULE-3-COUNT TO WS-RIC-SUM-COUNT.
           WRITE INTEGRITY-RECORD-OUT FROM WS-RIC-SUMMARY-LINE
               AFTER ADVANCING 1.
           MOVE 4 TO WS-RIC-SUM-RULE-NUMBER.
           MOVE "INVOICE, OWNER NOT ON OWNMAST.DAT"
               TO WS-RIC-SUM-RULE-NAME.
           MOVE WS-RULE-4-COUNT TO WS-RIC-SUM-COUNT.
           WRITE INTEGRITY-RECORD-OUT FROM WS-RIC-SUMMARY-LINE
               AFTER ADVANCING 1.
           MOVE 5 TO WS-RIC-SUM-RULE-NUMBER.
           MOVE "CAR, DEACTIVATED OWNER" TO WS-RIC-SUM-RULE-NAME.
           MOVE WS-RULE-5-COUNT TO WS-RIC-SUM-COUNT.
           WRITE INTEGRITY-RECORD-OUT FROM WS-RIC-SUMMARY-LINE
               AFTER ADVANCING 1.
           MOVE "ROWS EXAMINED" TO WS-RIC-TOTAL-TEXT.
           MOVE WS-ROWS-EXAMINED TO WS-RIC-TOTAL-OUT.
           WRITE INTEGRITY-RECORD-OUT FROM WS-RIC-TOTAL-LINE
               AFTER ADVANCING 2.
           MOVE "ORPHANS FOUND" TO WS-RIC-TOTAL-TEXT.
           MOVE WS-ORPHAN-COUNT TO WS-RIC-TOTAL-OUT.
           WRITE INTEGRITY-RECORD-OUT FROM WS-RIC-TOTAL-LINE
               AFTER ADVANCING 1.

       END PROGRAM LAB3RIC.
