      ******************************************************************
      * Author:Hanna Felix
      * Date:October 15, 2026
      * Purpose: Weekly driver credential expiry report. Reads the
      *          DRVMAST.DAT driver master LAB3DMNT maintains and
      *          lists on DRVEXP.TXT every active driver whose
      *          license or medical card has lapsed or expires within
      *          the next 60 days, with both expiry dates and a flag
      *          against whichever credential is the problem - LAPSED
      *          when the date has passed, DUE when it falls inside
      *          the window. LAB3ASG already refuses a booking past a
      *          lapse; this is the notice that lets the office get
      *          the renewal done before dispatch runs into it.
      *          Drivers with both credentials clear of the window are
      *          counted but not listed. Footer counts per band.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History:
      *   2026-10-15  HF  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3DEXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DRIVER-MASTER-FILE
               ASSIGN TO "..\DRVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DRV-DRIVER-ID IN DRIVER-MASTER-RECORD.
           SELECT EXPIRY-LISTING
               ASSIGN TO "..\DRVEXP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DRIVER-MASTER-FILE.
           COPY DRVMAS REPLACING ==:REC-NAME:== BY
               ==DRIVER-MASTER-RECORD==.

       FD EXPIRY-LISTING.
       01 EXPIRY-RECORD-OUT            PIC X(100).

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 EOF-FLG                  PIC X VALUE "N".
           05 WS-LIST-DRIVER-SW        PIC X VALUE "N".
               88 LIST-THIS-DRIVER     VALUE "Y".

       01  DATE-FIELDS.
           05 WS-TODAY-DATE            PIC 9(8)  VALUE ZERO.
           05 WS-TODAY-INTEGER         PIC S9(9) VALUE ZERO.
           05 WS-WARN-END-INTEGER      PIC S9(9) VALUE ZERO.
           05 WS-EXPIRY-INTEGER        PIC S9(9) VALUE ZERO.
           05 WS-WARNING-DAYS          PIC 9(3)  VALUE 60.
           05 WS-CHECK-DATE            PIC 9(8)  VALUE ZERO.
           05 WS-CHECK-FLAG            PIC X(6)  VALUE SPACES.

       01  EXPIRY-COUNTS.
           05 WS-DRIVERS-READ          PIC 9(7) VALUE ZERO.
           05 WS-DRIVERS-LISTED        PIC 9(7) VALUE ZERO.
           05 WS-LAPSED-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-DUE-COUNT             PIC 9(7) VALUE ZERO.

       01  WS-EXPIRY-TITLE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(34) VALUE
                  "DRIVER LICENSE/MEDICAL EXPIRY".
           05 FILLER                   PIC X(6)  VALUE "AS OF ".
           05 WS-TITLE-DATE            PIC 9(8).

       01  WS-EXPIRY-COL-HDR.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "DRIVER".
           05 FILLER                   PIC X(31) VALUE "NAME".
           05 FILLER                   PIC X(6)  VALUE "CLASS".
           05 FILLER                   PIC X(18) VALUE
                  "LICENSE EXPIRES".
           05 FILLER                   PIC X(18) VALUE
                  "MEDICAL EXPIRES".

       01  WS-EXPIRY-DETAIL-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DEX-DRIVER-ID         PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DEX-DRIVER-NAME       PIC X(30).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-DEX-CLASS             PIC X.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-DEX-LICENSE-DATE      PIC 9(8).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-DEX-LICENSE-FLAG      PIC X(6).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-DEX-MEDICAL-DATE      PIC 9(8).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-DEX-MEDICAL-FLAG      PIC X(6).

       01  WS-EXPIRY-TOTAL-LINE-1.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(22) VALUE
                  "ACTIVE DRIVERS READ:".
           05 WS-DEX-TOTAL-READ        PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE "LISTED:".
           05 WS-DEX-TOTAL-LISTED      PIC ZZZ,ZZ9.

       01  WS-EXPIRY-TOTAL-LINE-2.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(22) VALUE
                  "CREDENTIALS LAPSED:".
           05 WS-DEX-TOTAL-LAPSED      PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE "DUE:".
           05 WS-DEX-TOTAL-DUE         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-PROCEDURE-EXPIRY-REPORT.
           PERFORM 201-INITIALIZE-REPORT.
           PERFORM 202-REPORT-ONE-DRIVER UNTIL EOF-FLG EQUAL TO "Y".
           PERFORM 208-WRITE-REPORT-FOOTER.
           PERFORM 203-CLOSE-REPORT-FILES.
           STOP RUN.

       201-INITIALIZE-REPORT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           COMPUTE WS-WARN-END-INTEGER =
               WS-TODAY-INTEGER + WS-WARNING-DAYS.
           OPEN INPUT  DRIVER-MASTER-FILE.
           OPEN OUTPUT EXPIRY-LISTING.
           MOVE WS-TODAY-DATE TO WS-TITLE-DATE.
           WRITE EXPIRY-RECORD-OUT FROM WS-EXPIRY-TITLE.
           WRITE EXPIRY-RECORD-OUT FROM WS-EXPIRY-COL-HDR
               AFTER ADVANCING 2.
           PERFORM 305-READ-DRIVER-RECORD.

       202-REPORT-ONE-DRIVER.
           IF DRV-DRIVER-ACTIVE
               ADD 1 TO WS-DRIVERS-READ
               PERFORM 400-TEST-ONE-DRIVER
           END-IF.
           PERFORM 305-READ-DRIVER-RECORD.

       203-CLOSE-REPORT-FILES.
           CLOSE DRIVER-MASTER-FILE EXPIRY-LISTING.

       208-WRITE-REPORT-FOOTER.
           MOVE WS-DRIVERS-READ   TO WS-DEX-TOTAL-READ.
           MOVE WS-DRIVERS-LISTED TO WS-DEX-TOTAL-LISTED.
           WRITE EXPIRY-RECORD-OUT FROM WS-EXPIRY-TOTAL-LINE-1
               AFTER ADVANCING 2.
           MOVE WS-LAPSED-COUNT   TO WS-DEX-TOTAL-LAPSED.
           MOVE WS-DUE-COUNT      TO WS-DEX-TOTAL-DUE.
           WRITE EXPIRY-RECORD-OUT FROM WS-EXPIRY-TOTAL-LINE-2
               AFTER ADVANCING 1.

       305-READ-DRIVER-RECORD.
           READ DRIVER-MASTER-FILE NEXT RECORD AT END
               MOVE "Y" TO EOF-FLG.

       400-TEST-ONE-DRIVER.
           MOVE "N" TO WS-LIST-DRIVER-SW.
           MOVE SPACES TO WS-EXPIRY-DETAIL-LINE.
           MOVE DRV-LICENSE-EXPIRY TO WS-CHECK-DATE.
           PERFORM 420-CLASSIFY-EXPIRY.
           MOVE WS-CHECK-FLAG      TO WS-DEX-LICENSE-FLAG.
           MOVE DRV-MEDICAL-EXPIRY TO WS-CHECK-DATE.
           PERFORM 420-CLASSIFY-EXPIRY.
           MOVE WS-CHECK-FLAG      TO WS-DEX-MEDICAL-FLAG.
           IF LIST-THIS-DRIVER
               PERFORM 410-WRITE-EXPIRY-DETAIL
           END-IF.

       410-WRITE-EXPIRY-DETAIL.
           ADD 1 TO WS-DRIVERS-LISTED.
           MOVE DRV-DRIVER-ID      TO WS-DEX-DRIVER-ID.
           MOVE DRV-DRIVER-NAME    TO WS-DEX-DRIVER-NAME.
           MOVE DRV-LICENSE-CLASS  TO WS-DEX-CLASS.
           MOVE DRV-LICENSE-EXPIRY TO WS-DEX-LICENSE-DATE.
           MOVE DRV-MEDICAL-EXPIRY TO WS-DEX-MEDICAL-DATE.
           WRITE EXPIRY-RECORD-OUT FROM WS-EXPIRY-DETAIL-LINE
               AFTER ADVANCING 1.

       420-CLASSIFY-EXPIRY.
           MOVE SPACES TO WS-CHECK-FLAG.
           IF WS-CHECK-DATE EQUAL TO ZERO
               MOVE WS-TODAY-INTEGER TO WS-EXPIRY-INTEGER
               SUBTRACT 1 FROM WS-EXPIRY-INTEGER
           ELSE
               COMPUTE WS-EXPIRY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
           END-IF.
           EVALUATE TRUE
               WHEN WS-EXPIRY-INTEGER < WS-TODAY-INTEGER
                   MOVE "LAPSED" TO WS-CHECK-FLAG
                   MOVE "Y" TO WS-LIST-DRIVER-SW
                   ADD 1 TO WS-LAPSED-COUNT
               WHEN WS-EXPIRY-INTEGER NOT GREATER THAN
                       WS-WARN-END-INTEGER
                   MOVE "DUE" TO WS-CHECK-FLAG
                   MOVE "Y" TO WS-LIST-DRIVER-SW
                   ADD 1 TO WS-DUE-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       END PROGRAM LAB3DEXP.
