      ******************************************************************
      * Author:Hanna Felix
      * Date:October 15, 2026
      * Purpose: Forward recovery of CARMAST.DAT. If the master is
      *          damaged mid-day, reloading the last CARFILE.BAK
      *          generation with LAB3LOAD throws away every LAB3MNT,
      *          LAB3TRN, LAB3WRK, LAB3REP, LAB3PMS, and LAB3OCNV
      *          change made since. This program rebuilds the master
      *          from a chosen backup image and rolls it forward from
      *          the journals those programs already keep: every
      *          field change on CARAUDIT.TXT (plus any rows LAB3AUDA
      *          has rolled off to CARAUDAR.TXT) and every delete on
      *          CARHIST.TXT. The image is staged to CARFREC.TXT by
      *          the LAB3RCVS job (an IDCAMS REPRO of the chosen
      *          generation, the way STAGEPRV stages CARFPREV.TXT for
      *          LAB3CMP) and loaded the way LAB3LOAD loads it. Both
      *          journals are sorted by date and time in-program and
      *          match-merged, so the changes are replayed in the
      *          order they were made - from just after the moment
      *          the image was unloaded up to the chosen point in
      *          time. A row with an empty old value for a model not
      *          yet on file is an add; a CAR-MODEL row is a rekey
      *          (LAB3REP); the blank-new-value rows a delete writes
      *          alongside its CARHIST.TXT record are counted, not
      *          replayed, since the CARHIST.TXT record carries the
      *          delete. Every replayed change is listed on CARRCV.TXT
      *          with its outcome; a row that cannot be applied (for
      *          example a change to a model not on file at that
      *          point) is listed as NOT APPLIED, and a change whose
      *          recorded old value does not match the rebuilt record
      *          is applied and flagged. The replay runs against the
      *          work file CARRCVW.DAT; CARMAST.DAT itself is only
      *          rewritten at the end of a successful R = REBUILD run,
      *          which needs full permission and is logged to
      *          OPRLOG.TXT. S = SNAPSHOT runs the same replay
      *          read-only and writes the "as of" image to CARSNAP.TXT
      *          in the CARFILE.TXT layout instead, so a question like
      *          "what did this truck look like on the 3rd" needs no
      *          restore.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History:
      *   2026-10-15  HF  Initial version.
      *   2026-10-15  HF  The image date and recover-to date are tested
      *                   as real calendar dates; an impossible date
      *                   ends the session before anything is replayed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3RCV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-IMAGE-FILE
               ASSIGN TO "..\CARFREC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CARFILE-AUDIT-IN
               ASSIGN TO "..\CARAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-ARCHIVE-IN
               ASSIGN TO "..\CARAUDAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-SORT-WORK-FILE
               ASSIGN TO "..\CARSRT6.TMP".
           SELECT SORTED-AUDIT-FILE
               ASSIGN TO "..\CARRCVA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CAR-HISTORY-IN
               ASSIGN TO "..\CARHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-SORT-WORK-FILE
               ASSIGN TO "..\CARSRT7.TMP".
           SELECT SORTED-HISTORY-FILE
               ASSIGN TO "..\CARRCVH.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECOVERY-WORK-FILE
               ASSIGN TO "..\CARRCVW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-MODEL IN RECOVERY-WORK-RECORD
               ALTERNATE RECORD KEY IS CAR-OWNER-ID
                   IN RECOVERY-WORK-RECORD WITH DUPLICATES.
           SELECT CAR-MASTER-FILE
               ASSIGN TO "..\CARMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-MODEL IN CAR-MASTER-RECORD
               ALTERNATE RECORD KEY IS CAR-OWNER-ID
                   IN CAR-MASTER-RECORD WITH DUPLICATES.
           SELECT SNAPSHOT-FILE
               ASSIGN TO "..\CARSNAP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECOVERY-LISTING
               ASSIGN TO "..\CARRCV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-PROFILE-FILE
               ASSIGN TO "..\OPRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-USERID IN OPERATOR-PROFILE-RECORD.
           SELECT OPTIONAL OPERATOR-LOG
               ASSIGN TO "..\OPRLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BACKUP-IMAGE-FILE.
           COPY CARREC REPLACING ==:REC-NAME:== BY
               ==BACKUP-IMAGE-RECORD==.

       FD CARFILE-AUDIT-IN.
           COPY CARAUD REPLACING ==:REC-NAME:== BY
               ==CARFILE-AUDIT-RECORD==.

       FD AUDIT-ARCHIVE-IN.
           COPY CARAUD REPLACING ==:REC-NAME:== BY
               ==AUDIT-ARCHIVE-RECORD==.

       SD AUDIT-SORT-WORK-FILE.
           COPY CARAUD REPLACING ==:REC-NAME:== BY
               ==AUDIT-SORT-RECORD==.

       FD SORTED-AUDIT-FILE.
           COPY CARAUD REPLACING ==:REC-NAME:== BY
               ==SORTED-AUDIT-RECORD==.

       FD CAR-HISTORY-IN.
           COPY CARHST REPLACING ==:REC-NAME:== BY
               ==CAR-HISTORY-RECORD==.

       SD HISTORY-SORT-WORK-FILE.
           COPY CARHST REPLACING ==:REC-NAME:== BY
               ==HISTORY-SORT-RECORD==.

       FD SORTED-HISTORY-FILE.
           COPY CARHST REPLACING ==:REC-NAME:== BY
               ==SORTED-HISTORY-RECORD==.

       FD RECOVERY-WORK-FILE.
           COPY CARREC REPLACING ==:REC-NAME:== BY
               ==RECOVERY-WORK-RECORD==.

       FD CAR-MASTER-FILE.
           COPY CARREC REPLACING ==:REC-NAME:== BY
               ==CAR-MASTER-RECORD==.

       FD SNAPSHOT-FILE.
           COPY CARREC REPLACING ==:REC-NAME:== BY
               ==SNAPSHOT-RECORD==.

       FD RECOVERY-LISTING.
       01 RECOVERY-RECORD-OUT          PIC X(160).

       FD OPERATOR-PROFILE-FILE.
           COPY OPRMAS REPLACING ==:REC-NAME:== BY
               ==OPERATOR-PROFILE-RECORD==.

       FD OPERATOR-LOG.
           COPY OPRLOG REPLACING ==:REC-NAME:== BY
               ==OPERATOR-LOG-RECORD==.

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 EOF-FLG                  PIC X VALUE "N".
           05 SORTED-AUDIT-EOF-SW      PIC X VALUE "N".
               88 SORTED-AUDIT-EOF     VALUE "Y".
           05 SORTED-HIST-EOF-SW       PIC X VALUE "N".
               88 SORTED-HIST-EOF      VALUE "Y".
           05 WS-ROW-WANTED-SW         PIC X VALUE "N".
               88 ROW-IN-WINDOW        VALUE "Y".
           05 WS-MODEL-ON-FILE-SW      PIC X VALUE "N".
               88 MODEL-ON-FILE        VALUE "Y".
           05 WS-VALUE-DIFFERED-SW     PIC X VALUE "N".
               88 OLD-VALUE-DIFFERED   VALUE "Y".
           05 WS-MODE-ENTRY            PIC X VALUE SPACE.
               88 MODE-REBUILD         VALUE "R" "r".
               88 MODE-SNAPSHOT        VALUE "S" "s".
           05 WS-CONFIRM-ENTRY         PIC X VALUE SPACE.
               88 REBUILD-CONFIRMED    VALUE "Y" "y".

       01  WS-USERID                   PIC X(8)  VALUE SPACES.

       01  SIGN-ON-FIELDS.
           05 WS-SIGNON-ENTRY          PIC X(8)  VALUE SPACES.
           05 WS-OPERATOR-PERM         PIC X     VALUE SPACE.
               88 OPERATOR-FULL        VALUE "F".
           05 WS-LOG-ACTION            PIC X(20) VALUE SPACES.
           05 WS-LOG-OUTCOME           PIC X(10) VALUE SPACES.

       01  WINDOW-ENTRY-FIELDS.
           05 WS-DATE-ENTRY            PIC X(8)  VALUE SPACES.
           05 WS-TIME-ENTRY            PIC X(8)  VALUE SPACES.

       01  WS-START-STAMP.
           05 WS-START-DATE            PIC 9(8)  VALUE ZERO.
           05 WS-START-TIME            PIC 9(8)  VALUE ZERO.

       01  WS-POINT-STAMP.
           05 WS-POINT-DATE            PIC 9(8)  VALUE 99999999.
           05 WS-POINT-TIME            PIC 9(8)  VALUE 99999999.

       01  MATCH-KEYS.
           05 WS-AUDIT-KEY             PIC X(16) VALUE SPACES.
           05 WS-HIST-KEY              PIC X(16) VALUE SPACES.

       01  REPLAY-FIELDS.
           05 WS-CURRENT-VALUE         PIC X(30) VALUE SPACES.
           05 WS-OLD-MODEL             PIC X(15) VALUE SPACES.
           05 WS-SAVE-CAR-DATA         PIC X(72) VALUE SPACES.

       01  RECOVERY-COUNTS.
           05 WS-IMAGE-LOADED          PIC 9(7) VALUE ZERO.
           05 WS-IMAGE-DUPLICATES      PIC 9(7) VALUE ZERO.
           05 WS-ROWS-BEFORE-IMAGE     PIC 9(7) VALUE ZERO.
           05 WS-ROWS-AFTER-POINT      PIC 9(7) VALUE ZERO.
           05 WS-CHANGES-APPLIED       PIC 9(7) VALUE ZERO.
           05 WS-DELETES-APPLIED       PIC 9(7) VALUE ZERO.
           05 WS-NOT-APPLIED           PIC 9(7) VALUE ZERO.
           05 WS-VALUE-DIFFERED        PIC 9(7) VALUE ZERO.
           05 WS-DELETE-DETAIL         PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-WRITTEN       PIC 9(7) VALUE ZERO.

       01  WS-RECOVERY-TITLE.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE
                  "CARMAST.DAT FORWARD RECOVERY REPORT - ".
           05 WS-TITLE-MODE            PIC X(30).

       01  WS-RECOVERY-WINDOW-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(27) VALUE
                  "IMAGE CARFREC.TXT - REPLAY".
           05 FILLER                   PIC X(7)  VALUE "AFTER ".
           05 WS-WIN-START-DATE        PIC 9(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-WIN-START-TIME        PIC 9(8).
           05 FILLER                   PIC X(14) VALUE
                  "  UP TO AND AT".
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-WIN-POINT-DATE        PIC 9(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-WIN-POINT-TIME        PIC 9(8).

       01  WS-RECOVERY-COL-HDR.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(19) VALUE "DATE     TIME".
           05 FILLER                   PIC X(17) VALUE "CAR MODEL".
           05 FILLER                   PIC X(17) VALUE "FIELD".
           05 FILLER                   PIC X(32) VALUE "OLD VALUE".
           05 FILLER                   PIC X(32) VALUE "NEW VALUE".
           05 FILLER                   PIC X(32) VALUE "RESULT".

       01  WS-RECOVERY-DETAIL-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RCV-DATE              PIC 9(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-RCV-TIME              PIC 9(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RCV-CAR-MODEL         PIC X(15).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RCV-FIELD-NAME        PIC X(15).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RCV-OLD-VALUE         PIC X(30).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RCV-NEW-VALUE         PIC X(30).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RCV-RESULT            PIC X(32).

       01  WS-RECOVERY-TOTAL-LINE-1.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(22) VALUE
                  "IMAGE RECORDS LOADED:".
           05 WS-TOT-IMAGE-LOADED      PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(27) VALUE
                  "ROWS AT/BEFORE IMAGE TIME:".
           05 WS-TOT-BEFORE-IMAGE      PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(25) VALUE
                  "ROWS AFTER RECOVERY TO:".
           05 WS-TOT-AFTER-POINT       PIC ZZZ,ZZ9.

       01  WS-RECOVERY-TOTAL-LINE-2.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(22) VALUE
                  "CHANGES REPLAYED:".
           05 WS-TOT-CHANGES           PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(27) VALUE
                  "DELETES REPLAYED:".
           05 WS-TOT-DELETES           PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(25) VALUE
                  "ROWS NOT APPLIED:".
           05 WS-TOT-NOT-APPLIED       PIC ZZZ,ZZ9.

       01  WS-RECOVERY-TOTAL-LINE-3.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(22) VALUE
                  "OLD VALUE DIFFERED:".
           05 WS-TOT-DIFFERED          PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(27) VALUE
                  "DELETE DETAIL ROWS:".
           05 WS-TOT-DELETE-DETAIL     PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(25) VALUE
                  "RECORDS WRITTEN:".
           05 WS-TOT-WRITTEN           PIC ZZZ,ZZ9.

       01  WS-RECOVERY-TARGET-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
                  "RECOVERED IMAGE: ".
           05 WS-TARGET-NAME           PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-PROCEDURE-FORWARD-RECOVERY.
           PERFORM 201-INITIALIZE-RECOVERY.
           PERFORM 202-REPLAY-ONE-ENTRY
               UNTIL SORTED-AUDIT-EOF AND SORTED-HIST-EOF.
           PERFORM 203-CLOSE-REPLAY-FILES.
           PERFORM 204-WRITE-RECOVERED-IMAGE.
           PERFORM 208-WRITE-RECOVERY-FOOTER.
           CLOSE RECOVERY-LISTING.
           PERFORM 209-DISPLAY-RECOVERY-SUMMARY.
           STOP RUN.

       201-INITIALIZE-RECOVERY.
           PERFORM 950-SIGN-ON-OPERATOR.
           PERFORM 210-ACCEPT-RECOVERY-MODE.
           PERFORM 215-ACCEPT-REPLAY-WINDOW.
           PERFORM 302-SORT-AUDIT-BY-TIMESTAMP.
           PERFORM 303-SORT-HISTORY-BY-TIMESTAMP.
           PERFORM 220-LOAD-BACKUP-IMAGE.
           OPEN OUTPUT RECOVERY-LISTING.
           WRITE RECOVERY-RECORD-OUT FROM WS-RECOVERY-TITLE.
           MOVE WS-START-DATE TO WS-WIN-START-DATE.
           MOVE WS-START-TIME TO WS-WIN-START-TIME.
           MOVE WS-POINT-DATE TO WS-WIN-POINT-DATE.
           MOVE WS-POINT-TIME TO WS-WIN-POINT-TIME.
           WRITE RECOVERY-RECORD-OUT FROM WS-RECOVERY-WINDOW-LINE
               AFTER ADVANCING 2.
           WRITE RECOVERY-RECORD-OUT FROM WS-RECOVERY-COL-HDR
               AFTER ADVANCING 2.
           OPEN INPUT SORTED-AUDIT-FILE.
           OPEN INPUT SORTED-HISTORY-FILE.
           PERFORM 320-NEXT-AUDIT-ROW.
           PERFORM 330-NEXT-HISTORY-ROW.

      *    AUDIT ROWS GO FIRST ON A TIMESTAMP TIE WITH A DELETE.
       202-REPLAY-ONE-ENTRY.
           IF WS-AUDIT-KEY NOT GREATER THAN WS-HIST-KEY
               PERFORM 400-REPLAY-AUDIT-ROW
               PERFORM 320-NEXT-AUDIT-ROW
           ELSE
               PERFORM 450-REPLAY-DELETION
               PERFORM 330-NEXT-HISTORY-ROW
           END-IF.

       203-CLOSE-REPLAY-FILES.
           CLOSE SORTED-AUDIT-FILE SORTED-HISTORY-FILE
               RECOVERY-WORK-FILE.

       204-WRITE-RECOVERED-IMAGE.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT RECOVERY-WORK-FILE.
           MOVE LOW-VALUES TO CAR-MODEL IN RECOVERY-WORK-RECORD.
           START RECOVERY-WORK-FILE KEY NOT LESS THAN
                   CAR-MODEL IN RECOVERY-WORK-RECORD
               INVALID KEY
                   MOVE "Y" TO EOF-FLG
           END-START.
           IF MODE-REBUILD
               MOVE "CARMAST.DAT (REBUILT)" TO WS-TARGET-NAME
               OPEN OUTPUT CAR-MASTER-FILE
           ELSE
               MOVE "CARSNAP.TXT (SNAPSHOT - CARMAST.DAT UNTOUCHED)"
                   TO WS-TARGET-NAME
               OPEN OUTPUT SNAPSHOT-FILE
           END-IF.
           IF EOF-FLG NOT EQUAL TO "Y"
               PERFORM 340-READ-WORK-RECORD
           END-IF.
           PERFORM 205-WRITE-ONE-IMAGE-RECORD
               UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE RECOVERY-WORK-FILE.
           IF MODE-REBUILD
               CLOSE CAR-MASTER-FILE
               MOVE "CARMAST RECOVERY" TO WS-LOG-ACTION
               MOVE "COMPLETED"        TO WS-LOG-OUTCOME
               PERFORM 960-WRITE-OPERATOR-LOG
           ELSE
               CLOSE SNAPSHOT-FILE
           END-IF.

       205-WRITE-ONE-IMAGE-RECORD.
           IF CAR-STATUS IN RECOVERY-WORK-RECORD EQUAL TO SPACE
               MOVE "A" TO CAR-STATUS IN RECOVERY-WORK-RECORD
           END-IF.
           IF MODE-REBUILD
               MOVE RECOVERY-WORK-RECORD TO CAR-MASTER-RECORD
               WRITE CAR-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "LAB3RCV: CARMAST.DAT WRITE FAILED FOR "
                           CAR-MODEL IN CAR-MASTER-RECORD
                   NOT INVALID KEY
                       ADD 1 TO WS-RECORDS-WRITTEN
               END-WRITE
           ELSE
               MOVE RECOVERY-WORK-RECORD TO SNAPSHOT-RECORD
               WRITE SNAPSHOT-RECORD
               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF.
           PERFORM 340-READ-WORK-RECORD.

       208-WRITE-RECOVERY-FOOTER.
           MOVE WS-IMAGE-LOADED      TO WS-TOT-IMAGE-LOADED.
           MOVE WS-ROWS-BEFORE-IMAGE TO WS-TOT-BEFORE-IMAGE.
           MOVE WS-ROWS-AFTER-POINT  TO WS-TOT-AFTER-POINT.
           WRITE RECOVERY-RECORD-OUT FROM WS-RECOVERY-TOTAL-LINE-1
               AFTER ADVANCING 2.
           MOVE WS-CHANGES-APPLIED   TO WS-TOT-CHANGES.
           MOVE WS-DELETES-APPLIED   TO WS-TOT-DELETES.
           MOVE WS-NOT-APPLIED       TO WS-TOT-NOT-APPLIED.
           WRITE RECOVERY-RECORD-OUT FROM WS-RECOVERY-TOTAL-LINE-2
               AFTER ADVANCING 1.
           MOVE WS-VALUE-DIFFERED    TO WS-TOT-DIFFERED.
           MOVE WS-DELETE-DETAIL     TO WS-TOT-DELETE-DETAIL.
           MOVE WS-RECORDS-WRITTEN   TO WS-TOT-WRITTEN.
           WRITE RECOVERY-RECORD-OUT FROM WS-RECOVERY-TOTAL-LINE-3
               AFTER ADVANCING 1.
           WRITE RECOVERY-RECORD-OUT FROM WS-RECOVERY-TARGET-LINE
               AFTER ADVANCING 2.

       209-DISPLAY-RECOVERY-SUMMARY.
           DISPLAY "IMAGE RECORDS LOADED: " WS-IMAGE-LOADED.
           IF WS-IMAGE-DUPLICATES > ZERO
               DISPLAY "IMAGE DUPLICATES    : " WS-IMAGE-DUPLICATES
                   " (FIRST OCCURRENCE KEPT)"
           END-IF.
           DISPLAY "CHANGES REPLAYED    : " WS-CHANGES-APPLIED.
           DISPLAY "DELETES REPLAYED    : " WS-DELETES-APPLIED.
           DISPLAY "ROWS NOT APPLIED    : " WS-NOT-APPLIED.
           DISPLAY "OLD VALUE DIFFERED  : " WS-VALUE-DIFFERED.
           DISPLAY "RECORDS WRITTEN     : " WS-RECORDS-WRITTEN
               " TO " WS-TARGET-NAME.
           IF WS-NOT-APPLIED > ZERO OR WS-VALUE-DIFFERED > ZERO
               DISPLAY "REVIEW CARRCV.TXT BEFORE RELEASING THE MASTER"
           END-IF.

       210-ACCEPT-RECOVERY-MODE.
           DISPLAY "R = REBUILD CARMAST.DAT, S = SNAPSHOT AS OF A "
               "DATE/TIME (READ-ONLY): " WITH NO ADVANCING.
           ACCEPT WS-MODE-ENTRY FROM CONSOLE.
           EVALUATE TRUE
               WHEN MODE-REBUILD AND OPERATOR-FULL
                   MOVE "REBUILD" TO WS-TITLE-MODE
                   PERFORM 211-CONFIRM-REBUILD
               WHEN MODE-REBUILD
                   MOVE "CARMAST RECOVERY" TO WS-LOG-ACTION
                   MOVE "DENIED"           TO WS-LOG-OUTCOME
                   PERFORM 960-WRITE-OPERATOR-LOG
                   DISPLAY "REBUILD NEEDS FULL PERMISSION - "
                       "SESSION ENDED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN MODE-SNAPSHOT
                   MOVE "SNAPSHOT (READ-ONLY)" TO WS-TITLE-MODE
               WHEN OTHER
                   DISPLAY "MODE MUST BE R OR S - SESSION ENDED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       211-CONFIRM-REBUILD.
           DISPLAY "REBUILD REPLACES CARMAST.DAT AT END OF RUN - "
               "CONFIRM (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM-ENTRY FROM CONSOLE.
           IF NOT REBUILD-CONFIRMED
               DISPLAY "REBUILD NOT CONFIRMED - SESSION ENDED"
               STOP RUN
           END-IF.

       215-ACCEPT-REPLAY-WINDOW.
           DISPLAY "IMAGE UNLOADED ON DATE YYYYMMDD (ROWS AFTER THIS "
               "ARE REPLAYED): " WITH NO ADVANCING.
           ACCEPT WS-DATE-ENTRY FROM CONSOLE.
           IF WS-DATE-ENTRY NUMERIC
               MOVE WS-DATE-ENTRY TO WS-START-DATE
           ELSE
               DISPLAY "IMAGE DATE IS NOT NUMERIC - SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-START-DATE)
                   NOT EQUAL TO ZERO
               DISPLAY "IMAGE DATE IS NOT A VALID DATE - SESSION "
                   "ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "IMAGE UNLOADED AT TIME HHMMSSCC (BLANK = START "
               "OF DAY): " WITH NO ADVANCING.
           MOVE SPACES TO WS-TIME-ENTRY.
           ACCEPT WS-TIME-ENTRY FROM CONSOLE.
           EVALUATE TRUE
               WHEN WS-TIME-ENTRY EQUAL TO SPACES
                   MOVE ZERO TO WS-START-TIME
               WHEN WS-TIME-ENTRY NUMERIC
                   MOVE WS-TIME-ENTRY TO WS-START-TIME
               WHEN OTHER
                   DISPLAY "IMAGE TIME IS NOT NUMERIC - SESSION ENDED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           DISPLAY "RECOVER TO DATE YYYYMMDD (BLANK = END OF "
               "JOURNAL): " WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-ENTRY.
           ACCEPT WS-DATE-ENTRY FROM CONSOLE.
           EVALUATE TRUE
               WHEN WS-DATE-ENTRY EQUAL TO SPACES
                   MOVE 99999999 TO WS-POINT-DATE
               WHEN WS-DATE-ENTRY NUMERIC
                   MOVE WS-DATE-ENTRY TO WS-POINT-DATE
                   PERFORM 217-CHECK-POINT-DATE
                   PERFORM 216-ACCEPT-POINT-TIME
               WHEN OTHER
                   DISPLAY "RECOVERY DATE IS NOT NUMERIC - SESSION "
                       "ENDED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WS-POINT-STAMP NOT GREATER THAN WS-START-STAMP
               DISPLAY "RECOVERY POINT IS NOT AFTER THE IMAGE TIME - "
                   "SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       216-ACCEPT-POINT-TIME.
           DISPLAY "RECOVER TO TIME HHMMSSCC (BLANK = END OF DAY): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-TIME-ENTRY.
           ACCEPT WS-TIME-ENTRY FROM CONSOLE.
           EVALUATE TRUE
               WHEN WS-TIME-ENTRY EQUAL TO SPACES
                   MOVE 99999999 TO WS-POINT-TIME
               WHEN WS-TIME-ENTRY NUMERIC
                   MOVE WS-TIME-ENTRY TO WS-POINT-TIME
               WHEN OTHER
                   DISPLAY "RECOVERY TIME IS NOT NUMERIC - SESSION "
                       "ENDED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       217-CHECK-POINT-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-POINT-DATE)
                   NOT EQUAL TO ZERO
               DISPLAY "RECOVERY DATE IS NOT A VALID DATE - SESSION "
                   "ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE IMAGE IS LOADED THE WAY LAB3LOAD LOADS CARFILE.TXT.
       220-LOAD-BACKUP-IMAGE.
           OPEN OUTPUT RECOVERY-WORK-FILE.
           CLOSE RECOVERY-WORK-FILE.
           OPEN I-O   RECOVERY-WORK-FILE.
           OPEN INPUT BACKUP-IMAGE-FILE.
           MOVE "N" TO EOF-FLG.
           PERFORM 305-READ-BACKUP-IMAGE.
           PERFORM 221-LOAD-ONE-IMAGE-RECORD UNTIL EOF-FLG EQUAL TO
               "Y".
           CLOSE BACKUP-IMAGE-FILE.

       221-LOAD-ONE-IMAGE-RECORD.
           MOVE BACKUP-IMAGE-RECORD TO RECOVERY-WORK-RECORD.
           IF CAR-STATUS IN RECOVERY-WORK-RECORD EQUAL TO SPACE
               MOVE "A" TO CAR-STATUS IN RECOVERY-WORK-RECORD
           END-IF.
           WRITE RECOVERY-WORK-RECORD
               INVALID KEY
                   ADD 1 TO WS-IMAGE-DUPLICATES
               NOT INVALID KEY
                   ADD 1 TO WS-IMAGE-LOADED
           END-WRITE.
           PERFORM 305-READ-BACKUP-IMAGE.

       302-SORT-AUDIT-BY-TIMESTAMP.
           SORT AUDIT-SORT-WORK-FILE
               ON ASCENDING KEY AUD-DATE IN AUDIT-SORT-RECORD
                                AUD-TIME IN AUDIT-SORT-RECORD
               WITH DUPLICATES IN ORDER
               USING AUDIT-ARCHIVE-IN CARFILE-AUDIT-IN
               GIVING SORTED-AUDIT-FILE.

       303-SORT-HISTORY-BY-TIMESTAMP.
           SORT HISTORY-SORT-WORK-FILE
               ON ASCENDING KEY HIST-DEL-DATE IN HISTORY-SORT-RECORD
                                HIST-DEL-TIME IN HISTORY-SORT-RECORD
               WITH DUPLICATES IN ORDER
               USING CAR-HISTORY-IN
               GIVING SORTED-HISTORY-FILE.

       305-READ-BACKUP-IMAGE.
           READ BACKUP-IMAGE-FILE AT END MOVE "Y" TO EOF-FLG.

       320-NEXT-AUDIT-ROW.
           MOVE "N" TO WS-ROW-WANTED-SW.
           PERFORM 321-READ-SORTED-AUDIT
               UNTIL ROW-IN-WINDOW OR SORTED-AUDIT-EOF.
           IF SORTED-AUDIT-EOF
               MOVE HIGH-VALUES TO WS-AUDIT-KEY
           ELSE
               MOVE AUD-TIMESTAMP IN SORTED-AUDIT-RECORD
                   TO WS-AUDIT-KEY
           END-IF.

       321-READ-SORTED-AUDIT.
           READ SORTED-AUDIT-FILE
               AT END
                   MOVE "Y" TO SORTED-AUDIT-EOF-SW
           END-READ.
           IF NOT SORTED-AUDIT-EOF
               EVALUATE TRUE
                   WHEN AUD-TIMESTAMP IN SORTED-AUDIT-RECORD
                           NOT GREATER THAN WS-START-STAMP
                       ADD 1 TO WS-ROWS-BEFORE-IMAGE
                   WHEN AUD-TIMESTAMP IN SORTED-AUDIT-RECORD
                           GREATER THAN WS-POINT-STAMP
                       ADD 1 TO WS-ROWS-AFTER-POINT
                   WHEN OTHER
                       MOVE "Y" TO WS-ROW-WANTED-SW
               END-EVALUATE
           END-IF.

       330-NEXT-HISTORY-ROW.
           MOVE "N" TO WS-ROW-WANTED-SW.
           PERFORM 331-READ-SORTED-HISTORY
               UNTIL ROW-IN-WINDOW OR SORTED-HIST-EOF.
           IF SORTED-HIST-EOF
               MOVE HIGH-VALUES TO WS-HIST-KEY
           ELSE
               MOVE HIST-DEL-DATE IN SORTED-HISTORY-RECORD
                   TO WS-HIST-KEY(1:8)
               MOVE HIST-DEL-TIME IN SORTED-HISTORY-RECORD
                   TO WS-HIST-KEY(9:8)
           END-IF.

       331-READ-SORTED-HISTORY.
           READ SORTED-HISTORY-FILE
               AT END
                   MOVE "Y" TO SORTED-HIST-EOF-SW
           END-READ.
           IF NOT SORTED-HIST-EOF
               MOVE HIST-DEL-DATE IN SORTED-HISTORY-RECORD
                   TO WS-HIST-KEY(1:8)
               MOVE HIST-DEL-TIME IN SORTED-HISTORY-RECORD
                   TO WS-HIST-KEY(9:8)
               EVALUATE TRUE
                   WHEN WS-HIST-KEY NOT GREATER THAN WS-START-STAMP
                       ADD 1 TO WS-ROWS-BEFORE-IMAGE
                   WHEN WS-HIST-KEY GREATER THAN WS-POINT-STAMP
                       ADD 1 TO WS-ROWS-AFTER-POINT
                   WHEN OTHER
                       MOVE "Y" TO WS-ROW-WANTED-SW
               END-EVALUATE
           END-IF.

       340-READ-WORK-RECORD.
           READ RECOVERY-WORK-FILE NEXT RECORD AT END
               MOVE "Y" TO EOF-FLG.

       400-REPLAY-AUDIT-ROW.
           MOVE AUD-DATE IN SORTED-AUDIT-RECORD      TO WS-RCV-DATE.
           MOVE AUD-TIME IN SORTED-AUDIT-RECORD      TO WS-RCV-TIME.
           MOVE AUD-CAR-MODEL IN SORTED-AUDIT-RECORD
               TO WS-RCV-CAR-MODEL.
           MOVE AUD-FIELD-NAME IN SORTED-AUDIT-RECORD
               TO WS-RCV-FIELD-NAME.
           MOVE AUD-OLD-VALUE IN SORTED-AUDIT-RECORD
               TO WS-RCV-OLD-VALUE.
           MOVE AUD-NEW-VALUE IN SORTED-AUDIT-RECORD
               TO WS-RCV-NEW-VALUE.
           EVALUATE AUD-FIELD-NAME IN SORTED-AUDIT-RECORD
               WHEN "CAR-MODEL"
                   PERFORM 420-REPLAY-MODEL-RENAME
               WHEN "ENGINE"
               WHEN "TOWING-CAPACITY"
               WHEN "CAR-OWNER-ID"
               WHEN "OWNER-NAME"
               WHEN "CAR-STATUS"
                   IF AUD-NEW-VALUE IN SORTED-AUDIT-RECORD
                           EQUAL TO SPACES
                           AND AUD-OLD-VALUE IN SORTED-AUDIT-RECORD
                           NOT EQUAL TO SPACES
                       ADD 1 TO WS-DELETE-DETAIL
                   ELSE
                       PERFORM 410-REPLAY-FIELD-CHANGE
                   END-IF
               WHEN OTHER
                   MOVE "NOT APPLIED - UNKNOWN FIELD" TO WS-RCV-RESULT
                   PERFORM 490-WRITE-NOT-APPLIED-LINE
           END-EVALUATE.

       410-REPLAY-FIELD-CHANGE.
           MOVE AUD-CAR-MODEL IN SORTED-AUDIT-RECORD
               TO CAR-MODEL IN RECOVERY-WORK-RECORD.
           READ RECOVERY-WORK-FILE
               INVALID KEY
                   IF AUD-OLD-VALUE IN SORTED-AUDIT-RECORD
                           EQUAL TO SPACES
                       PERFORM 415-REPLAY-ADDED-MODEL
                   ELSE
                       MOVE "NOT APPLIED - MODEL NOT ON FILE"
                           TO WS-RCV-RESULT
                       PERFORM 490-WRITE-NOT-APPLIED-LINE
                   END-IF
               NOT INVALID KEY
                   PERFORM 411-CHECK-OLD-VALUE
                   PERFORM 412-SET-FIELD-VALUE
                   REWRITE RECOVERY-WORK-RECORD
                       INVALID KEY
                           MOVE "NOT APPLIED - REWRITE FAILED"
                               TO WS-RCV-RESULT
                           PERFORM 490-WRITE-NOT-APPLIED-LINE
                       NOT INVALID KEY
                           PERFORM 413-SET-CHANGE-RESULT
                   END-REWRITE
           END-READ.

       411-CHECK-OLD-VALUE.
           MOVE SPACES TO WS-CURRENT-VALUE.
           EVALUATE AUD-FIELD-NAME IN SORTED-AUDIT-RECORD
               WHEN "ENGINE"
                   MOVE ENGINE IN RECOVERY-WORK-RECORD
                       TO WS-CURRENT-VALUE
               WHEN "TOWING-CAPACITY"
                   IF TOWING-CAPACITY IN RECOVERY-WORK-RECORD
                           NOT EQUAL TO ZERO
                       MOVE TOWING-CAPACITY IN RECOVERY-WORK-RECORD
                           TO WS-CURRENT-VALUE
                   END-IF
               WHEN "CAR-OWNER-ID"
                   MOVE CAR-OWNER-ID IN RECOVERY-WORK-RECORD
                       TO WS-CURRENT-VALUE
               WHEN "OWNER-NAME"
                   MOVE OWNER-NAME IN RECOVERY-WORK-RECORD
                       TO WS-CURRENT-VALUE
               WHEN "CAR-STATUS"
                   MOVE CAR-STATUS IN RECOVERY-WORK-RECORD
                       TO WS-CURRENT-VALUE
           END-EVALUATE.
           IF WS-CURRENT-VALUE NOT EQUAL TO
                   AUD-OLD-VALUE IN SORTED-AUDIT-RECORD
               MOVE "Y" TO WS-VALUE-DIFFERED-SW
           ELSE
               MOVE "N" TO WS-VALUE-DIFFERED-SW
           END-IF.

       412-SET-FIELD-VALUE.
           EVALUATE AUD-FIELD-NAME IN SORTED-AUDIT-RECORD
               WHEN "ENGINE"
                   MOVE AUD-NEW-VALUE IN SORTED-AUDIT-RECORD
                       TO ENGINE IN RECOVERY-WORK-RECORD
               WHEN "TOWING-CAPACITY"
                   IF AUD-NEW-VALUE IN SORTED-AUDIT-RECORD(1:8)
                           NUMERIC
                       MOVE AUD-NEW-VALUE IN SORTED-AUDIT-RECORD(1:8)
                           TO TOWING-CAPACITY IN RECOVERY-WORK-RECORD
                   ELSE
                       COMPUTE TOWING-CAPACITY IN RECOVERY-WORK-RECORD
                           = FUNCTION NUMVAL
                               (AUD-NEW-VALUE IN SORTED-AUDIT-RECORD)
                   END-IF
               WHEN "CAR-OWNER-ID"
                   MOVE AUD-NEW-VALUE IN SORTED-AUDIT-RECORD
                       TO CAR-OWNER-ID IN RECOVERY-WORK-RECORD
               WHEN "OWNER-NAME"
                   MOVE AUD-NEW-VALUE IN SORTED-AUDIT-RECORD
                       TO OWNER-NAME IN RECOVERY-WORK-RECORD
               WHEN "CAR-STATUS"
                   MOVE AUD-NEW-VALUE IN SORTED-AUDIT-RECORD
                       TO CAR-STATUS IN RECOVERY-WORK-RECORD
           END-EVALUATE.

       413-SET-CHANGE-RESULT.
           ADD 1 TO WS-CHANGES-APPLIED.
           IF OLD-VALUE-DIFFERED
               ADD 1 TO WS-VALUE-DIFFERED
               MOVE "CHANGED - OLD VALUE DIFFERED" TO WS-RCV-RESULT
           ELSE
               MOVE "CHANGED" TO WS-RCV-RESULT
           END-IF.
           PERFORM 480-WRITE-REPLAY-LINE.

       415-REPLAY-ADDED-MODEL.
           MOVE SPACES TO RECOVERY-WORK-RECORD.
           MOVE AUD-CAR-MODEL IN SORTED-AUDIT-RECORD
               TO CAR-MODEL IN RECOVERY-WORK-RECORD.
           MOVE ZERO TO TOWING-CAPACITY IN RECOVERY-WORK-RECORD.
           PERFORM 412-SET-FIELD-VALUE.
           WRITE RECOVERY-WORK-RECORD
               INVALID KEY
                   MOVE "NOT APPLIED - WRITE FAILED" TO WS-RCV-RESULT
                   PERFORM 490-WRITE-NOT-APPLIED-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGES-APPLIED
                   MOVE "ADDED" TO WS-RCV-RESULT
                   PERFORM 480-WRITE-REPLAY-LINE
           END-WRITE.

      *    A CAR-MODEL ROW IS KEYED ON THE NEW MODEL AND CARRIES THE
      *    OLD ONE AS ITS OLD VALUE - THE RECORD MOVES KEYS.
       420-REPLAY-MODEL-RENAME.
           MOVE AUD-OLD-VALUE IN SORTED-AUDIT-RECORD TO WS-OLD-MODEL.
           MOVE AUD-CAR-MODEL IN SORTED-AUDIT-RECORD
               TO CAR-MODEL IN RECOVERY-WORK-RECORD.
           PERFORM 425-CHECK-MODEL-ON-FILE.
           IF MODEL-ON-FILE
               MOVE "NOT APPLIED - NEW MODEL ON FILE" TO WS-RCV-RESULT
               PERFORM 490-WRITE-NOT-APPLIED-LINE
           ELSE
               MOVE WS-OLD-MODEL TO CAR-MODEL IN RECOVERY-WORK-RECORD
               PERFORM 425-CHECK-MODEL-ON-FILE
               IF MODEL-ON-FILE
                   PERFORM 430-MOVE-RECORD-TO-NEW-KEY
               ELSE
                   MOVE "NOT APPLIED - MODEL NOT ON FILE"
                       TO WS-RCV-RESULT
                   PERFORM 490-WRITE-NOT-APPLIED-LINE
               END-IF
           END-IF.

       425-CHECK-MODEL-ON-FILE.
           MOVE "N" TO WS-MODEL-ON-FILE-SW.
           READ RECOVERY-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MODEL-ON-FILE-SW
           END-READ.

       430-MOVE-RECORD-TO-NEW-KEY.
           MOVE CAR-DATA IN RECOVERY-WORK-RECORD TO WS-SAVE-CAR-DATA.
           DELETE RECOVERY-WORK-FILE
               INVALID KEY
                   MOVE "NOT APPLIED - DELETE FAILED" TO WS-RCV-RESULT
                   PERFORM 490-WRITE-NOT-APPLIED-LINE
               NOT INVALID KEY
                   MOVE AUD-CAR-MODEL IN SORTED-AUDIT-RECORD
                       TO CAR-MODEL IN RECOVERY-WORK-RECORD
                   MOVE WS-SAVE-CAR-DATA
                       TO CAR-DATA IN RECOVERY-WORK-RECORD
                   WRITE RECOVERY-WORK-RECORD
                       INVALID KEY
                           MOVE "NOT APPLIED - WRITE FAILED"
                               TO WS-RCV-RESULT
                           PERFORM 490-WRITE-NOT-APPLIED-LINE
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGES-APPLIED
                           MOVE "RENAMED" TO WS-RCV-RESULT
                           PERFORM 480-WRITE-REPLAY-LINE
                   END-WRITE
           END-DELETE.

       450-REPLAY-DELETION.
           MOVE HIST-DEL-DATE IN SORTED-HISTORY-RECORD TO WS-RCV-DATE.
           MOVE HIST-DEL-TIME IN SORTED-HISTORY-RECORD TO WS-RCV-TIME.
           MOVE HIST-CAR-MODEL IN SORTED-HISTORY-RECORD
               TO WS-RCV-CAR-MODEL.
           MOVE "* DELETE *" TO WS-RCV-FIELD-NAME.
           MOVE SPACES TO WS-RCV-OLD-VALUE WS-RCV-NEW-VALUE.
           STRING "BY " DELIMITED BY SIZE
                  HIST-DEL-USERID IN SORTED-HISTORY-RECORD
                      DELIMITED BY SIZE
               INTO WS-RCV-OLD-VALUE
           END-STRING.
           MOVE HIST-CAR-MODEL IN SORTED-HISTORY-RECORD
               TO CAR-MODEL IN RECOVERY-WORK-RECORD.
           PERFORM 425-CHECK-MODEL-ON-FILE.
           IF NOT MODEL-ON-FILE
               MOVE "NOT APPLIED - MODEL NOT ON FILE" TO WS-RCV-RESULT
               PERFORM 490-WRITE-NOT-APPLIED-LINE
           ELSE
               PERFORM 455-DELETE-WORK-RECORD
           END-IF.

       455-DELETE-WORK-RECORD.
           IF CAR-DATA IN RECOVERY-WORK-RECORD NOT EQUAL TO
                   HIST-CAR-DATA IN SORTED-HISTORY-RECORD
               MOVE "Y" TO WS-VALUE-DIFFERED-SW
           ELSE
               MOVE "N" TO WS-VALUE-DIFFERED-SW
           END-IF.
           DELETE RECOVERY-WORK-FILE
               INVALID KEY
                   MOVE "NOT APPLIED - DELETE FAILED" TO WS-RCV-RESULT
                   PERFORM 490-WRITE-NOT-APPLIED-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-DELETES-APPLIED
                   IF OLD-VALUE-DIFFERED
                       ADD 1 TO WS-VALUE-DIFFERED
                       MOVE "DELETED - RECORD DIFFERED"
                           TO WS-RCV-RESULT
                   ELSE
                       MOVE "DELETED" TO WS-RCV-RESULT
                   END-IF
                   PERFORM 480-WRITE-REPLAY-LINE
           END-DELETE.

       480-WRITE-REPLAY-LINE.
           WRITE RECOVERY-RECORD-OUT FROM WS-RECOVERY-DETAIL-LINE
               AFTER ADVANCING 1.

       490-WRITE-NOT-APPLIED-LINE.
           ADD 1 TO WS-NOT-APPLIED.
           WRITE RECOVERY-RECORD-OUT FROM WS-RECOVERY-DETAIL-LINE
               AFTER ADVANCING 1.

       950-SIGN-ON-OPERATOR.
           OPEN INPUT OPERATOR-PROFILE-FILE.
           DISPLAY "SIGN ON - ENTER USERID: " WITH NO ADVANCING.
           ACCEPT WS-SIGNON-ENTRY FROM CONSOLE.
           MOVE WS-SIGNON-ENTRY TO OPR-USERID.
           READ OPERATOR-PROFILE-FILE
               INVALID KEY
                   MOVE WS-SIGNON-ENTRY TO WS-USERID
                   MOVE "SIGN-ON"       TO WS-LOG-ACTION
                   MOVE "DENIED"        TO WS-LOG-OUTCOME
                   PERFORM 960-WRITE-OPERATOR-LOG
                   DISPLAY "USERID NOT ON OPERATOR PROFILE - "
                       "SESSION ENDED"
                   CLOSE OPERATOR-PROFILE-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   MOVE OPR-PERM-LEVEL  TO WS-OPERATOR-PERM
                   MOVE WS-SIGNON-ENTRY TO WS-USERID
           END-READ.
           CLOSE OPERATOR-PROFILE-FILE.

       960-WRITE-OPERATOR-LOG.
           MOVE WS-USERID       TO LOG-USERID.
           MOVE "LAB3RCV"       TO LOG-PROGRAM.
           MOVE WS-LOG-ACTION   TO LOG-ACTION.
           MOVE WS-LOG-OUTCOME  TO LOG-OUTCOME.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME FROM TIME.
           OPEN EXTEND OPERATOR-LOG.
           WRITE OPERATOR-LOG-RECORD.
           CLOSE OPERATOR-LOG.

       END PROGRAM LAB3RCV.
