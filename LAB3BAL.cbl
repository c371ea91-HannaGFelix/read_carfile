      *                   00:02) was failing the date match on the
      *                   early steps' rows and paging the operators
      *                   with a false break.
      *   2026-10-15  HF  Posts the REFCHECK record LAB3RIC writes
      *                   after its referential-integrity sweep and
      *                   checks its orphan count (records out) is
      *                   zero - orphans, or no REFCHECK record, set
      *                   RETURN-CODE 8 the same as a chain break.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3BAL.
               88 VALIDATE-STEP-FOUND  VALUE "Y".
           05 WS-LISTING-FOUND-SW      PIC X VALUE "N".
               88 LISTING-STEP-FOUND   VALUE "Y".
           05 WS-REFCHECK-FOUND-SW     PIC X VALUE "N".
               88 REFCHECK-STEP-FOUND  VALUE "Y".
           05 WS-BALANCED-SW           PIC X VALUE "Y".
               88 CHAIN-IN-BALANCE     VALUE "Y".

           05 WS-VALIDATE-OUT          PIC 9(7) VALUE ZERO.
           05 WS-LISTING-IN            PIC 9(7) VALUE ZERO.
           05 WS-LISTING-OUT           PIC 9(7) VALUE ZERO.
           05 WS-REFCHECK-IN           PIC 9(7) VALUE ZERO.
           05 WS-REFCHECK-OUT          PIC 9(7) VALUE ZERO.

       01  WS-BALANCE-TITLE.
           05 FILLER                   PIC X(15) VALUE SPACES.
                   MOVE "Y" TO WS-LISTING-FOUND-SW
                   MOVE RUN-RECORDS-IN  TO WS-LISTING-IN
                   MOVE RUN-RECORDS-OUT TO WS-LISTING-OUT
               WHEN "REFCHECK"
                   MOVE "Y" TO WS-REFCHECK-FOUND-SW
                   MOVE RUN-RECORDS-IN  TO WS-REFCHECK-IN
                   MOVE RUN-RECORDS-OUT TO WS-REFCHECK-OUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               WRITE BALANCE-RECORD-OUT FROM WS-STEP-MISSING-LINE
                   AFTER ADVANCING 1
           END-IF.
           IF REFCHECK-STEP-FOUND
               MOVE "REFCHECK"      TO WS-STEP-DET-NAME
               MOVE WS-REFCHECK-IN  TO WS-STEP-DET-IN
               MOVE WS-REFCHECK-OUT TO WS-STEP-DET-OUT
               WRITE BALANCE-RECORD-OUT FROM WS-STEP-DETAIL-LINE
                   AFTER ADVANCING 1
           ELSE
               MOVE "REFCHECK"      TO WS-STEP-MIS-NAME
               MOVE "N" TO WS-BALANCED-SW
               WRITE BALANCE-RECORD-OUT FROM WS-STEP-MISSING-LINE
                   AFTER ADVANCING 1
           END-IF.

       520-WRITE-CHECK-LINES.
           IF UNLOAD-STEP-FOUND AND VALIDATE-STEP-FOUND
               WRITE BALANCE-RECORD-OUT FROM WS-CHECK-LINE
                   AFTER ADVANCING 1
           END-IF.
           IF REFCHECK-STEP-FOUND
               MOVE "INTEGRITY ORPHANS = ZERO (SEE CARRIC.TXT)"
                   TO WS-CHECK-TEXT
               IF WS-REFCHECK-OUT EQUAL TO ZERO
                   MOVE "OK"    TO WS-CHECK-RESULT
               ELSE
                   MOVE "*BREAK*" TO WS-CHECK-RESULT
                   MOVE "N" TO WS-BALANCED-SW
               END-IF
               WRITE BALANCE-RECORD-OUT FROM WS-CHECK-LINE
                   AFTER ADVANCING 1
           END-IF.

       530-WRITE-VERDICT-LINE.
           IF CHAIN-IN-BALANCE
