      ******************************************************************
      * Author:Hanna Felix
      * Date:October 15, 2026
      * Purpose: One-time conversion of the dispatch assignment file
      *          CARASGN.DAT to the 48-byte CARASG record that carries
      *          ASG-DRIVER-ID. An indexed file cannot be read against
      *          a record longer than the one it was built with, so
      *          the old file is renamed to CARASGN.OLD before the
      *          run; this program reads it through its own 40-byte
      *          layout, keyed on the same job id, and writes each
      *          booking to a new CARASGN.DAT with every field carried
      *          across and ASG-DRIVER-ID left blank. A booking from
      *          before drivers were tracked has no driver on file,
      *          and LAB3ASG only asks for one on a new booking. A job
      *          id already on the new CARASGN.DAT is left alone and
      *          reported as skipped, the same contract LAB3OLOD keeps
      *          for owners, so the run is safe to repeat. Keep
      *          CARASGN.OLD until LAB3ASG and LAB3DSP have run clean
      *          on the new file.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History:
      *   2026-10-15  HF  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3ACNV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLD-ASSIGNMENT-FILE
               ASSIGN TO "..\CARASGN.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ASG-JOB-ID.
           SELECT OPTIONAL ASSIGNMENT-FILE
               ASSIGN TO "..\CARASGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-JOB-ID IN ASSIGNMENT-RECORD.

       DATA DIVISION.
       FILE SECTION.
      *    THE CARASG RECORD AS IT STOOD BEFORE ASG-DRIVER-ID.
       FD OLD-ASSIGNMENT-FILE.
       01  OLD-ASSIGNMENT-RECORD.
           05  OLD-ASG-JOB-ID          PIC X(8).
           05  OLD-ASG-CAR-MODEL       PIC X(15).
           05  OLD-ASG-DATE-NEEDED     PIC 9(8).
           05  OLD-ASG-LOAD-WEIGHT     PIC 9(8).
           05  OLD-ASG-STATUS          PIC X.

       FD ASSIGNMENT-FILE.
           COPY CARASG REPLACING ==:REC-NAME:== BY
               ==ASSIGNMENT-RECORD==.

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 EOF-FLG                  PIC X VALUE "N".

       01  CONVERSION-COUNTS.
           05 WS-RECORDS-READ          PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-CONVERTED     PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-SKIPPED       PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-PROCEDURE-CONVERT-ASSIGNMENTS.
           PERFORM 201-INITIALIZE-CONVERSION.
           PERFORM 202-CONVERT-ONE-ASSIGNMENT UNTIL EOF-FLG EQUAL TO
               "Y".
           PERFORM 203-CLOSE-CONVERSION-FILES.
           PERFORM 204-DISPLAY-CONVERSION-SUMMARY.
           STOP RUN.

       201-INITIALIZE-CONVERSION.
           OPEN INPUT OLD-ASSIGNMENT-FILE.
           OPEN I-O   ASSIGNMENT-FILE.
           PERFORM 305-READ-OLD-ASSIGNMENT.

       202-CONVERT-ONE-ASSIGNMENT.
           ADD 1 TO WS-RECORDS-READ.
           PERFORM 300-WRITE-ASSIGNMENT-RECORD.
           PERFORM 305-READ-OLD-ASSIGNMENT.

       203-CLOSE-CONVERSION-FILES.
           CLOSE OLD-ASSIGNMENT-FILE ASSIGNMENT-FILE.

       204-DISPLAY-CONVERSION-SUMMARY.
           IF WS-RECORDS-READ EQUAL TO ZERO
               DISPLAY "LAB3ACNV: CARASGN.OLD IS MISSING OR EMPTY - "
                   "RENAME THE OLD CARASGN.DAT TO CARASGN.OLD FIRST"
           END-IF.
           DISPLAY "BOOKINGS READ      : " WS-RECORDS-READ.
           DISPLAY "BOOKINGS CONVERTED : " WS-RECORDS-CONVERTED.
           DISPLAY "BOOKINGS SKIPPED   : " WS-RECORDS-SKIPPED
               " (ALREADY ON CARASGN.DAT)".

       300-WRITE-ASSIGNMENT-RECORD.
           MOVE OLD-ASG-JOB-ID
               TO ASG-JOB-ID IN ASSIGNMENT-RECORD.
           MOVE OLD-ASG-CAR-MODEL
               TO ASG-CAR-MODEL IN ASSIGNMENT-RECORD.
           MOVE OLD-ASG-DATE-NEEDED
               TO ASG-DATE-NEEDED IN ASSIGNMENT-RECORD.
           MOVE OLD-ASG-LOAD-WEIGHT
               TO ASG-LOAD-WEIGHT IN ASSIGNMENT-RECORD.
           MOVE OLD-ASG-STATUS
               TO ASG-STATUS IN ASSIGNMENT-RECORD.
           MOVE SPACES
               TO ASG-DRIVER-ID IN ASSIGNMENT-RECORD.
           WRITE ASSIGNMENT-RECORD
               INVALID KEY
                   ADD 1 TO WS-RECORDS-SKIPPED
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-CONVERTED
           END-WRITE.

       305-READ-OLD-ASSIGNMENT.
           READ OLD-ASSIGNMENT-FILE NEXT RECORD AT END
               MOVE "Y" TO EOF-FLG.

       END PROGRAM LAB3ACNV.
