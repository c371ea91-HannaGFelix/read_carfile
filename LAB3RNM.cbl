      ******************************************************************
      * Author:Hanna Felix
      * Date:October 15, 2026
      * Purpose: CAR-MODEL rename. CAR-MODEL is the key of CARMAST.DAT
      *          and the link field on every file that hangs off a
      *          vehicle, so correcting a mistyped model or
      *          re-identifying a unit through LAB3MNT (delete, then
      *          add) strands its finance, registration, shop,
      *          dispatch, and fuel history under the old key. This
      *          utility renames one CAR-MODEL on CARMAST.DAT,
      *          CARFIN.DAT, CARREG.DAT, CARWORK.DAT, CARASGN.DAT,
      *          FUELCARD.DAT, CARWORKH.TXT, CARHIST.TXT,
      *          FUELHIST.TXT, and CAROWNH.TXT in one operation. It is
      *          a full-permission action behind the OPRMAST.DAT
      *          sign-on. The rename is refused if the new model is
      *          already on any of those files. The rename is
      *          recorded as one CARAUDIT.TXT row (field CAR-MODEL,
      *          keyed on the new model, old model as the old value -
      *          the row LAB3REP writes for a rekey) and logged to
      *          OPRLOG.TXT. CARAUDIT.TXT rows
      *          already written stay under the old model; the rename
      *          row is what ties the two together.
      *          The work is done in sixteen steps, and the last step
      *          finished is checkpointed on CARRNM.TXT after each one.
      *          A run that stops partway leaves the checkpoint in
      *          place; the next run offers to resume it (and will not
      *          start another rename until it is finished), picking up
      *          at the step after the last one checkpointed - except
      *          that a run which stopped after staging a .NEW copy
      *          stages it again from the live file, so rows LAB3WRK,
      *          LAB3MNT, LAB3TRN or LAB3FUEL appended in the meantime
      *          are not overwritten. A copy-back that was itself
      *          interrupted is finished from its .NEW image. Every
      *          step can be repeated safely: a keyed file moves only
      *          records still under the old key, a scan rewrites only
      *          records still carrying it, and the sequential files
      *          are staged through a .NEW copy (as LAB3AUDA stages
      *          CARAUDIT.NEW) in one step and copied back in the
      *          next, so the copy-back always works from a complete
      *          image. The audit row is written only if a row with
      *          the rename's own timestamp is not already there.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History:
      *   2026-10-15  HF  Initial version.
      *   2026-10-15  HF  The ownership history file CAROWNH.TXT
      *                   (LAB3MNT / LAB3TRN T = TRANSFER) is renamed
      *                   too, staged and copied back as steps 13 and
      *                   14 like the other sequential files, and is
      *                   searched for the new model before a rename
      *                   starts. The audit row and log are now steps
      *                   15 and 16.
      *   2026-10-15  HF  A resume after a stage step (7, 9, 11, 13)
      *                   restages from the live file instead of
      *                   copying an old .NEW back over rows appended
      *                   since. The checkpoint now marks a copy-back
      *                   in progress, and only that case resumes at
      *                   the copy-back.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3RNM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RENAME-CONTROL-FILE
               ASSIGN TO "..\CARRNM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAR-MASTER-FILE
               ASSIGN TO "..\CARMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-MODEL IN CAR-MASTER-RECORD
               ALTERNATE RECORD KEY IS CAR-OWNER-ID
                   IN CAR-MASTER-RECORD WITH DUPLICATES.
           SELECT OPTIONAL VEHICLE-FINANCE-FILE
               ASSIGN TO "..\CARFIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIN-CAR-MODEL IN VEHICLE-FINANCE-RECORD.
           SELECT OPTIONAL REGISTRATION-FILE
               ASSIGN TO "..\CARREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CAR-MODEL IN REGISTRATION-RECORD.
           SELECT OPTIONAL WORK-ORDER-FILE
               ASSIGN TO "..\CARWORK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CAR-MODEL IN WORK-ORDER-RECORD.
           SELECT OPTIONAL ASSIGNMENT-FILE
               ASSIGN TO "..\CARASGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-JOB-ID IN ASSIGNMENT-RECORD.
           SELECT OPTIONAL FUEL-CARD-FILE
               ASSIGN TO "..\FUELCARD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCD-CARD-NUMBER IN FUEL-CARD-RECORD.
           SELECT OPTIONAL WORK-HISTORY-IN
               ASSIGN TO "..\CARWORKH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-HISTORY-NEW
               ASSIGN TO "..\CARWORKH.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-HISTORY-OUT
               ASSIGN TO "..\CARWORKH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CAR-HISTORY-IN
               ASSIGN TO "..\CARHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAR-HISTORY-NEW
               ASSIGN TO "..\CARHIST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAR-HISTORY-OUT
               ASSIGN TO "..\CARHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FUEL-HISTORY-IN
               ASSIGN TO "..\FUELHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FUEL-HISTORY-NEW
               ASSIGN TO "..\FUELHIST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FUEL-HISTORY-OUT
               ASSIGN TO "..\FUELHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OWNERSHIP-HISTORY-IN
               ASSIGN TO "..\CAROWNH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OWNERSHIP-HISTORY-NEW
               ASSIGN TO "..\CAROWNH.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OWNERSHIP-HISTORY-OUT
               ASSIGN TO "..\CAROWNH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CARFILE-AUDIT-IN
               ASSIGN TO "..\CARAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CARFILE-AUDIT
               ASSIGN TO "..\CARAUDIT.TXT"
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
       FD RENAME-CONTROL-FILE.
           COPY CARRNM REPLACING ==:REC-NAME:== BY
               ==RENAME-CONTROL-RECORD==.

       FD CAR-MASTER-FILE.
           COPY CARREC REPLACING ==:REC-NAME:== BY
               ==CAR-MASTER-RECORD==.

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

       FD FUEL-CARD-FILE.
           COPY FUELCRD REPLACING ==:REC-NAME:== BY
               ==FUEL-CARD-RECORD==.

       FD WORK-HISTORY-IN.
           COPY CARWRK REPLACING ==:REC-NAME:== BY
               ==WORK-HISTORY-RECORD==.

       FD WORK-HISTORY-NEW.
           COPY CARWRK REPLACING ==:REC-NAME:== BY
               ==WORK-HISTORY-NEW-RECORD==.

       FD WORK-HISTORY-OUT.
           COPY CARWRK REPLACING ==:REC-NAME:== BY
               ==WORK-HISTORY-OUT-RECORD==.

       FD CAR-HISTORY-IN.
           COPY CARHST REPLACING ==:REC-NAME:== BY
               ==CAR-HISTORY-RECORD==.

       FD CAR-HISTORY-NEW.
           COPY CARHST REPLACING ==:REC-NAME:== BY
               ==CAR-HISTORY-NEW-RECORD==.

       FD CAR-HISTORY-OUT.
           COPY CARHST REPLACING ==:REC-NAME:== BY
               ==CAR-HISTORY-OUT-RECORD==.

       FD FUEL-HISTORY-IN.
           COPY FUELHST REPLACING ==:REC-NAME:== BY
               ==FUEL-HISTORY-RECORD==.

       FD FUEL-HISTORY-NEW.
           COPY FUELHST REPLACING ==:REC-NAME:== BY
               ==FUEL-HISTORY-NEW-RECORD==.

       FD FUEL-HISTORY-OUT.
           COPY FUELHST REPLACING ==:REC-NAME:== BY
               ==FUEL-HISTORY-OUT-RECORD==.

       FD OWNERSHIP-HISTORY-IN.
           COPY CAROWN REPLACING ==:REC-NAME:== BY
               ==OWNERSHIP-HISTORY-RECORD==.

       FD OWNERSHIP-HISTORY-NEW.
           COPY CAROWN REPLACING ==:REC-NAME:== BY
               ==OWNERSHIP-HISTORY-NEW-RECORD==.

       FD OWNERSHIP-HISTORY-OUT.
           COPY CAROWN REPLACING ==:REC-NAME:== BY
               ==OWNERSHIP-HISTORY-OUT-RECORD==.

       FD CARFILE-AUDIT-IN.
           COPY CARAUD REPLACING ==:REC-NAME:== BY
               ==CARFILE-AUDIT-IN-RECORD==.

       FD CARFILE-AUDIT.
           COPY CARAUD REPLACING ==:REC-NAME:== BY
               ==CARFILE-AUDIT-RECORD==.

       FD OPERATOR-PROFILE-FILE.
           COPY OPRMAS REPLACING ==:REC-NAME:== BY
               ==OPERATOR-PROFILE-RECORD==.

       FD OPERATOR-LOG.
           COPY OPRLOG REPLACING ==:REC-NAME:== BY
               ==OPERATOR-LOG-RECORD==.

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 EOF-FLG                  PIC X VALUE "N".
           05 WS-PENDING-SW            PIC X VALUE "N".
               88 RENAME-PENDING       VALUE "Y".
           05 WS-PROMOTE-STARTED-SW    PIC X VALUE "N".
               88 PROMOTE-STARTED      VALUE "Y".
           05 WS-KEY-IN-USE-SW         PIC X VALUE "N".
               88 NEW-KEY-IN-USE       VALUE "Y".
           05 WS-AUDIT-FOUND-SW        PIC X VALUE "N".
               88 RENAME-AUDIT-FOUND   VALUE "Y".
           05 WS-CONFIRM-ENTRY         PIC X VALUE SPACE.
               88 ENTRY-CONFIRMED      VALUE "Y" "y".

       01  WS-USERID                   PIC X(8)  VALUE SPACES.

       01  SIGN-ON-FIELDS.
           05 WS-SIGNON-ENTRY          PIC X(8)  VALUE SPACES.
           05 WS-OPERATOR-PERM         PIC X     VALUE SPACE.
               88 OPERATOR-FULL        VALUE "F".
           05 WS-LOG-ACTION            PIC X(20) VALUE SPACES.
           05 WS-LOG-OUTCOME           PIC X(10) VALUE SPACES.

       01  RENAME-FIELDS.
           05 WS-OLD-MODEL             PIC X(15) VALUE SPACES.
           05 WS-NEW-MODEL             PIC X(15) VALUE SPACES.
           05 WS-RENAME-STAMP.
               10 WS-RENAME-DATE       PIC 9(8)  VALUE ZERO.
               10 WS-RENAME-TIME       PIC 9(8)  VALUE ZERO.
           05 WS-RENAME-USERID         PIC X(8)  VALUE SPACES.
           05 WS-STEP-DONE             PIC 9(2)  VALUE ZERO.
           05 WS-FIRST-STEP            PIC 9(2)  VALUE 1.
           05 WS-LAST-STEP             PIC 9(2)  VALUE 16.
           05 WS-STEP-NUMBER           PIC 9(2)  VALUE ZERO.
           05 WS-KEY-IN-USE-FILE       PIC X(12) VALUE SPACES.
           05 WS-REFUSE-REASON         PIC X(50) VALUE SPACES.

       01  RENAME-COUNTS.
           05 WS-MASTER-RENAMED        PIC 9(7) VALUE ZERO.
           05 WS-FINANCE-RENAMED       PIC 9(7) VALUE ZERO.
           05 WS-REG-RENAMED           PIC 9(7) VALUE ZERO.
           05 WS-WORK-RENAMED          PIC 9(7) VALUE ZERO.
           05 WS-ASSIGN-RENAMED        PIC 9(7) VALUE ZERO.
           05 WS-CARD-RENAMED          PIC 9(7) VALUE ZERO.
           05 WS-WORKH-RENAMED         PIC 9(7) VALUE ZERO.
           05 WS-HIST-RENAMED          PIC 9(7) VALUE ZERO.
           05 WS-FUELH-RENAMED         PIC 9(7) VALUE ZERO.
           05 WS-OWNH-RENAMED          PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-PROCEDURE-MODEL-RENAME.
           PERFORM 201-INITIALIZE-RENAME.
           PERFORM 202-RUN-RENAME-STEP
               VARYING WS-STEP-NUMBER FROM WS-FIRST-STEP BY 1
               UNTIL WS-STEP-NUMBER > WS-LAST-STEP.
           PERFORM 203-CLEAR-CHECKPOINT.
           PERFORM 209-DISPLAY-RENAME-SUMMARY.
           STOP RUN.

       201-INITIALIZE-RENAME.
           PERFORM 950-SIGN-ON-OPERATOR.
           IF NOT OPERATOR-FULL
               MOVE "CAR-MODEL RENAME" TO WS-LOG-ACTION
               MOVE "DENIED"           TO WS-LOG-OUTCOME
               PERFORM 960-WRITE-OPERATOR-LOG
               DISPLAY "CAR-MODEL RENAME NEEDS FULL PERMISSION - "
                   "SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 210-READ-CHECKPOINT.
           IF RENAME-PENDING
               PERFORM 215-CONFIRM-RESUME
           ELSE
               PERFORM 220-ACCEPT-RENAME-KEYS
               PERFORM 230-CHECK-NEW-KEY-UNUSED
               PERFORM 225-CONFIRM-RENAME
               PERFORM 250-START-CHECKPOINT
           END-IF.
           IF (WS-STEP-DONE EQUAL TO 7 OR 9 OR 11 OR 13)
                   AND NOT PROMOTE-STARTED
               MOVE WS-STEP-DONE TO WS-FIRST-STEP
           ELSE
               COMPUTE WS-FIRST-STEP = WS-STEP-DONE + 1
           END-IF.

       202-RUN-RENAME-STEP.
           IF WS-STEP-NUMBER EQUAL TO 8 OR 10 OR 12 OR 14
               MOVE "Y" TO WS-PROMOTE-STARTED-SW
               PERFORM 260-WRITE-CHECKPOINT
           END-IF.
           EVALUATE WS-STEP-NUMBER
               WHEN 1  PERFORM 410-REKEY-CAR-MASTER
               WHEN 2  PERFORM 420-REKEY-VEHICLE-FINANCE
               WHEN 3  PERFORM 430-REKEY-REGISTRATION
               WHEN 4  PERFORM 440-REKEY-WORK-ORDER
               WHEN 5  PERFORM 450-RENAME-ASSIGNMENTS
               WHEN 6  PERFORM 460-RENAME-FUEL-CARDS
               WHEN 7  PERFORM 470-STAGE-WORK-HISTORY
               WHEN 8  PERFORM 475-PROMOTE-WORK-HISTORY
               WHEN 9  PERFORM 480-STAGE-CAR-HISTORY
               WHEN 10 PERFORM 485-PROMOTE-CAR-HISTORY
               WHEN 11 PERFORM 490-STAGE-FUEL-HISTORY
               WHEN 12 PERFORM 495-PROMOTE-FUEL-HISTORY
               WHEN 13 PERFORM 520-STAGE-OWNERSHIP-HISTORY
               WHEN 14 PERFORM 525-PROMOTE-OWNERSHIP-HISTORY
               WHEN 15 PERFORM 500-WRITE-RENAME-AUDIT-ROW
               WHEN 16 PERFORM 510-LOG-RENAME
           END-EVALUATE.
           MOVE WS-STEP-NUMBER TO WS-STEP-DONE.
           MOVE "N" TO WS-PROMOTE-STARTED-SW.
           PERFORM 260-WRITE-CHECKPOINT.

       203-CLEAR-CHECKPOINT.
           OPEN OUTPUT RENAME-CONTROL-FILE.
           CLOSE RENAME-CONTROL-FILE.

       209-DISPLAY-RENAME-SUMMARY.
           DISPLAY "CAR MODEL " WS-OLD-MODEL " RENAMED TO "
               WS-NEW-MODEL.
           DISPLAY "CARMAST.DAT  RECORDS MOVED: " WS-MASTER-RENAMED.
           DISPLAY "CARFIN.DAT   RECORDS MOVED: " WS-FINANCE-RENAMED.
           DISPLAY "CARREG.DAT   RECORDS MOVED: " WS-REG-RENAMED.
           DISPLAY "CARWORK.DAT  RECORDS MOVED: " WS-WORK-RENAMED.
           DISPLAY "CARASGN.DAT  BOOKINGS     : " WS-ASSIGN-RENAMED.
           DISPLAY "FUELCARD.DAT CARDS        : " WS-CARD-RENAMED.
           DISPLAY "CARWORKH.TXT ROWS         : " WS-WORKH-RENAMED.
           DISPLAY "CARHIST.TXT  ROWS         : " WS-HIST-RENAMED.
           DISPLAY "FUELHIST.TXT ROWS         : " WS-FUELH-RENAMED.
           DISPLAY "CAROWNH.TXT  ROWS         : " WS-OWNH-RENAMED.
           IF WS-FIRST-STEP > 1
               DISPLAY "(RESUMED AT STEP " WS-FIRST-STEP
                   " - COUNTS ARE FOR THIS RUN ONLY)"
           END-IF.

       210-READ-CHECKPOINT.
           MOVE "N" TO WS-PENDING-SW.
           OPEN INPUT RENAME-CONTROL-FILE.
           READ RENAME-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RNM-OLD-MODEL NOT EQUAL TO SPACES
                       MOVE "Y"             TO WS-PENDING-SW
                       MOVE RNM-OLD-MODEL   TO WS-OLD-MODEL
                       MOVE RNM-NEW-MODEL   TO WS-NEW-MODEL
                       MOVE RNM-STAMP       TO WS-RENAME-STAMP
                       MOVE RNM-USERID      TO WS-RENAME-USERID
                       MOVE RNM-STEP-DONE   TO WS-STEP-DONE
                       IF RNM-PROMOTE-SW EQUAL TO "Y"
                           MOVE "Y" TO WS-PROMOTE-STARTED-SW
                       END-IF
                   END-IF
           END-READ.
           CLOSE RENAME-CONTROL-FILE.

       215-CONFIRM-RESUME.
           DISPLAY "RENAME OF " WS-OLD-MODEL " TO " WS-NEW-MODEL
               " STOPPED AFTER STEP " WS-STEP-DONE " OF "
               WS-LAST-STEP.
           DISPLAY "RESUME IT NOW (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM-ENTRY FROM CONSOLE.
           IF NOT ENTRY-CONFIRMED
               DISPLAY "A STOPPED RENAME MUST BE FINISHED BEFORE "
                   "ANOTHER IS STARTED - SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       220-ACCEPT-RENAME-KEYS.
           DISPLAY "CAR MODEL TO RENAME : " WITH NO ADVANCING.
           ACCEPT WS-OLD-MODEL FROM CONSOLE.
           DISPLAY "NEW CAR MODEL       : " WITH NO ADVANCING.
           ACCEPT WS-NEW-MODEL FROM CONSOLE.
           IF WS-OLD-MODEL EQUAL TO SPACES
                   OR WS-NEW-MODEL EQUAL TO SPACES
               MOVE "CAR MODEL CANNOT BE BLANK" TO WS-REFUSE-REASON
               PERFORM 290-REFUSE-RENAME
           END-IF.
           IF WS-OLD-MODEL EQUAL TO WS-NEW-MODEL
               MOVE "NEW CAR MODEL IS THE SAME AS THE OLD"
                   TO WS-REFUSE-REASON
               PERFORM 290-REFUSE-RENAME
           END-IF.
           OPEN INPUT CAR-MASTER-FILE.
           MOVE WS-OLD-MODEL TO CAR-MODEL IN CAR-MASTER-RECORD.
           READ CAR-MASTER-FILE
               INVALID KEY
                   CLOSE CAR-MASTER-FILE
                   MOVE "CAR MODEL TO RENAME IS NOT ON CARMAST.DAT"
                       TO WS-REFUSE-REASON
                   PERFORM 290-REFUSE-RENAME
           END-READ.
           CLOSE CAR-MASTER-FILE.

       225-CONFIRM-RENAME.
           DISPLAY "RENAME " WS-OLD-MODEL " TO " WS-NEW-MODEL
               " ON EVERY FILE (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM-ENTRY FROM CONSOLE.
           IF NOT ENTRY-CONFIRMED
               DISPLAY "RENAME NOT CONFIRMED - NOTHING RENAMED"
               STOP RUN
           END-IF.

       230-CHECK-NEW-KEY-UNUSED.
           MOVE "N" TO WS-KEY-IN-USE-SW.
           MOVE SPACES TO WS-KEY-IN-USE-FILE.
           PERFORM 231-CHECK-KEYED-FILES.
           PERFORM 235-SCAN-ASSIGNMENTS.
           PERFORM 237-SCAN-FUEL-CARDS.
           PERFORM 240-SCAN-WORK-HISTORY.
           PERFORM 243-SCAN-CAR-HISTORY.
           PERFORM 246-SCAN-FUEL-HISTORY.
           PERFORM 248-SCAN-OWNERSHIP-HISTORY.
           IF NEW-KEY-IN-USE
               STRING "NEW CAR MODEL IS ALREADY ON " DELIMITED BY SIZE
                      WS-KEY-IN-USE-FILE DELIMITED BY SPACE
                   INTO WS-REFUSE-REASON
               END-STRING
               PERFORM 290-REFUSE-RENAME
           END-IF.

       231-CHECK-KEYED-FILES.
           OPEN INPUT CAR-MASTER-FILE.
           MOVE WS-NEW-MODEL TO CAR-MODEL IN CAR-MASTER-RECORD.
           READ CAR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "CARMAST.DAT" TO WS-KEY-IN-USE-FILE
                   PERFORM 299-NOTE-KEY-IN-USE
           END-READ.
           CLOSE CAR-MASTER-FILE.
           OPEN INPUT VEHICLE-FINANCE-FILE.
           MOVE WS-NEW-MODEL TO FIN-CAR-MODEL IN VEHICLE-FINANCE-RECORD.
           READ VEHICLE-FINANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "CARFIN.DAT" TO WS-KEY-IN-USE-FILE
                   PERFORM 299-NOTE-KEY-IN-USE
           END-READ.
           CLOSE VEHICLE-FINANCE-FILE.
           OPEN INPUT REGISTRATION-FILE.
           MOVE WS-NEW-MODEL TO REG-CAR-MODEL IN REGISTRATION-RECORD.
           READ REGISTRATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "CARREG.DAT" TO WS-KEY-IN-USE-FILE
                   PERFORM 299-NOTE-KEY-IN-USE
           END-READ.
           CLOSE REGISTRATION-FILE.
           OPEN INPUT WORK-ORDER-FILE.
           MOVE WS-NEW-MODEL TO WRK-CAR-MODEL IN WORK-ORDER-RECORD.
           READ WORK-ORDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "CARWORK.DAT" TO WS-KEY-IN-USE-FILE
                   PERFORM 299-NOTE-KEY-IN-USE
           END-READ.
           CLOSE WORK-ORDER-FILE.

       235-SCAN-ASSIGNMENTS.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT ASSIGNMENT-FILE.
           PERFORM 310-READ-NEXT-ASSIGNMENT.
           PERFORM 236-CHECK-ONE-ASSIGNMENT
               UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE ASSIGNMENT-FILE.

       236-CHECK-ONE-ASSIGNMENT.
           IF ASG-CAR-MODEL IN ASSIGNMENT-RECORD EQUAL TO WS-NEW-MODEL
               MOVE "CARASGN.DAT" TO WS-KEY-IN-USE-FILE
               PERFORM 299-NOTE-KEY-IN-USE
               MOVE "Y" TO EOF-FLG
           ELSE
               PERFORM 310-READ-NEXT-ASSIGNMENT
           END-IF.

       237-SCAN-FUEL-CARDS.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT FUEL-CARD-FILE.
           PERFORM 315-READ-NEXT-FUEL-CARD.
           PERFORM 238-CHECK-ONE-FUEL-CARD
               UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE FUEL-CARD-FILE.

       238-CHECK-ONE-FUEL-CARD.
           IF FCD-CAR-MODEL IN FUEL-CARD-RECORD EQUAL TO WS-NEW-MODEL
               MOVE "FUELCARD.DAT" TO WS-KEY-IN-USE-FILE
               PERFORM 299-NOTE-KEY-IN-USE
               MOVE "Y" TO EOF-FLG
           ELSE
               PERFORM 315-READ-NEXT-FUEL-CARD
           END-IF.

       240-SCAN-WORK-HISTORY.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT WORK-HISTORY-IN.
           PERFORM 320-READ-WORK-HISTORY.
           PERFORM 241-CHECK-ONE-WORK-HISTORY
               UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE WORK-HISTORY-IN.

       241-CHECK-ONE-WORK-HISTORY.
           IF WRK-CAR-MODEL IN WORK-HISTORY-RECORD EQUAL TO
                   WS-NEW-MODEL
               MOVE "CARWORKH.TXT" TO WS-KEY-IN-USE-FILE
               PERFORM 299-NOTE-KEY-IN-USE
               MOVE "Y" TO EOF-FLG
           ELSE
               PERFORM 320-READ-WORK-HISTORY
           END-IF.

       243-SCAN-CAR-HISTORY.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT CAR-HISTORY-IN.
           PERFORM 330-READ-CAR-HISTORY.
           PERFORM 244-CHECK-ONE-CAR-HISTORY
               UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE CAR-HISTORY-IN.

       244-CHECK-ONE-CAR-HISTORY.
           IF HIST-CAR-MODEL IN CAR-HISTORY-RECORD EQUAL TO
                   WS-NEW-MODEL
               MOVE "CARHIST.TXT" TO WS-KEY-IN-USE-FILE
               PERFORM 299-NOTE-KEY-IN-USE
               MOVE "Y" TO EOF-FLG
           ELSE
               PERFORM 330-READ-CAR-HISTORY
           END-IF.

       246-SCAN-FUEL-HISTORY.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT FUEL-HISTORY-IN.
           PERFORM 340-READ-FUEL-HISTORY.
           PERFORM 247-CHECK-ONE-FUEL-HISTORY
               UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE FUEL-HISTORY-IN.

       247-CHECK-ONE-FUEL-HISTORY.
           IF FUEL-CAR-MODEL IN FUEL-HISTORY-RECORD EQUAL TO
                   WS-NEW-MODEL
               MOVE "FUELHIST.TXT" TO WS-KEY-IN-USE-FILE
               PERFORM 299-NOTE-KEY-IN-USE
               MOVE "Y" TO EOF-FLG
           ELSE
               PERFORM 340-READ-FUEL-HISTORY
           END-IF.

       248-SCAN-OWNERSHIP-HISTORY.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT OWNERSHIP-HISTORY-IN.
           PERFORM 355-READ-OWNERSHIP-HISTORY.
           PERFORM 249-CHECK-ONE-OWNERSHIP-HISTORY
               UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE OWNERSHIP-HISTORY-IN.

       249-CHECK-ONE-OWNERSHIP-HISTORY.
           IF OWH-CAR-MODEL IN OWNERSHIP-HISTORY-RECORD EQUAL TO
                   WS-NEW-MODEL
               MOVE "CAROWNH.TXT" TO WS-KEY-IN-USE-FILE
               PERFORM 299-NOTE-KEY-IN-USE
               MOVE "Y" TO EOF-FLG
           ELSE
               PERFORM 355-READ-OWNERSHIP-HISTORY
           END-IF.

       250-START-CHECKPOINT.
           ACCEPT WS-RENAME-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RENAME-TIME FROM TIME.
           MOVE WS-USERID TO WS-RENAME-USERID.
           MOVE ZERO TO WS-STEP-DONE.
           PERFORM 260-WRITE-CHECKPOINT.

       260-WRITE-CHECKPOINT.
           MOVE WS-OLD-MODEL      TO RNM-OLD-MODEL.
           MOVE WS-NEW-MODEL      TO RNM-NEW-MODEL.
           MOVE WS-RENAME-STAMP   TO RNM-STAMP.
           MOVE WS-RENAME-USERID  TO RNM-USERID.
           MOVE WS-STEP-DONE      TO RNM-STEP-DONE.
           MOVE WS-PROMOTE-STARTED-SW TO RNM-PROMOTE-SW.
           OPEN OUTPUT RENAME-CONTROL-FILE.
           WRITE RENAME-CONTROL-RECORD.
           CLOSE RENAME-CONTROL-FILE.

       290-REFUSE-RENAME.
           MOVE "CAR-MODEL RENAME" TO WS-LOG-ACTION.
           MOVE "REFUSED"          TO WS-LOG-OUTCOME.
           PERFORM 960-WRITE-OPERATOR-LOG.
           DISPLAY WS-REFUSE-REASON.
           DISPLAY "NOTHING RENAMED - SESSION ENDED".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *    A STEP THAT CANNOT COMPLETE IS NOT CHECKPOINTED, SO THE
      *    NEXT RUN REPEATS IT.
       295-STOP-AT-FAILED-STEP.
           MOVE "CAR-MODEL RENAME" TO WS-LOG-ACTION.
           MOVE "FAILED"           TO WS-LOG-OUTCOME.
           PERFORM 960-WRITE-OPERATOR-LOG.
           DISPLAY "RENAME STOPPED AT STEP " WS-STEP-NUMBER
               " - CORRECT THE CAUSE AND RERUN LAB3RNM TO FINISH IT".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       299-NOTE-KEY-IN-USE.
           MOVE "Y" TO WS-KEY-IN-USE-SW.

       310-READ-NEXT-ASSIGNMENT.
           READ ASSIGNMENT-FILE NEXT RECORD AT END
               MOVE "Y" TO EOF-FLG.

       315-READ-NEXT-FUEL-CARD.
           READ FUEL-CARD-FILE NEXT RECORD AT END
               MOVE "Y" TO EOF-FLG.

       320-READ-WORK-HISTORY.
           READ WORK-HISTORY-IN AT END MOVE "Y" TO EOF-FLG.

       325-READ-WORK-HISTORY-NEW.
           READ WORK-HISTORY-NEW AT END MOVE "Y" TO EOF-FLG.

       330-READ-CAR-HISTORY.
           READ CAR-HISTORY-IN AT END MOVE "Y" TO EOF-FLG.

       335-READ-CAR-HISTORY-NEW.
           READ CAR-HISTORY-NEW AT END MOVE "Y" TO EOF-FLG.

       340-READ-FUEL-HISTORY.
           READ FUEL-HISTORY-IN AT END MOVE "Y" TO EOF-FLG.

       345-READ-FUEL-HISTORY-NEW.
           READ FUEL-HISTORY-NEW AT END MOVE "Y" TO EOF-FLG.

       350-READ-AUDIT-ROW.
           READ CARFILE-AUDIT-IN AT END MOVE "Y" TO EOF-FLG.

       355-READ-OWNERSHIP-HISTORY.
           READ OWNERSHIP-HISTORY-IN AT END MOVE "Y" TO EOF-FLG.

       356-READ-OWNERSHIP-HISTORY-NEW.
           READ OWNERSHIP-HISTORY-NEW AT END MOVE "Y" TO EOF-FLG.

      *    KEYED FILES: WRITE UNDER THE NEW KEY, THEN DELETE THE OLD.
      *    A RECORD ALREADY WRITTEN BY A STOPPED RUN IS LEFT AS IT IS.
       410-REKEY-CAR-MASTER.
           OPEN I-O CAR-MASTER-FILE.
           MOVE WS-OLD-MODEL TO CAR-MODEL IN CAR-MASTER-RECORD.
           READ CAR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 411-MOVE-MASTER-RECORD
           END-READ.
           CLOSE CAR-MASTER-FILE.

       411-MOVE-MASTER-RECORD.
           MOVE WS-NEW-MODEL TO CAR-MODEL IN CAR-MASTER-RECORD.
           WRITE CAR-MASTER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-MASTER-RENAMED
           END-WRITE.
           MOVE WS-OLD-MODEL TO CAR-MODEL IN CAR-MASTER-RECORD.
           DELETE CAR-MASTER-FILE
               INVALID KEY
                   DISPLAY "CARMAST.DAT DELETE FAILED FOR OLD KEY "
                       WS-OLD-MODEL
                   CLOSE CAR-MASTER-FILE
                   PERFORM 295-STOP-AT-FAILED-STEP
           END-DELETE.

       420-REKEY-VEHICLE-FINANCE.
           OPEN I-O VEHICLE-FINANCE-FILE.
           MOVE WS-OLD-MODEL TO FIN-CAR-MODEL IN VEHICLE-FINANCE-RECORD.
           READ VEHICLE-FINANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 421-MOVE-FINANCE-RECORD
           END-READ.
           CLOSE VEHICLE-FINANCE-FILE.

       421-MOVE-FINANCE-RECORD.
           MOVE WS-NEW-MODEL TO FIN-CAR-MODEL IN VEHICLE-FINANCE-RECORD.
           WRITE VEHICLE-FINANCE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-FINANCE-RENAMED
           END-WRITE.
           MOVE WS-OLD-MODEL TO FIN-CAR-MODEL IN VEHICLE-FINANCE-RECORD.
           DELETE VEHICLE-FINANCE-FILE
               INVALID KEY
                   DISPLAY "CARFIN.DAT DELETE FAILED FOR OLD KEY "
                       WS-OLD-MODEL
                   CLOSE VEHICLE-FINANCE-FILE
                   PERFORM 295-STOP-AT-FAILED-STEP
           END-DELETE.

       430-REKEY-REGISTRATION.
           OPEN I-O REGISTRATION-FILE.
           MOVE WS-OLD-MODEL TO REG-CAR-MODEL IN REGISTRATION-RECORD.
           READ REGISTRATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 431-MOVE-REGISTRATION-RECORD
           END-READ.
           CLOSE REGISTRATION-FILE.

       431-MOVE-REGISTRATION-RECORD.
           MOVE WS-NEW-MODEL TO REG-CAR-MODEL IN REGISTRATION-RECORD.
           WRITE REGISTRATION-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-REG-RENAMED
           END-WRITE.
           MOVE WS-OLD-MODEL TO REG-CAR-MODEL IN REGISTRATION-RECORD.
           DELETE REGISTRATION-FILE
               INVALID KEY
                   DISPLAY "CARREG.DAT DELETE FAILED FOR OLD KEY "
                       WS-OLD-MODEL
                   CLOSE REGISTRATION-FILE
                   PERFORM 295-STOP-AT-FAILED-STEP
           END-DELETE.

       440-REKEY-WORK-ORDER.
           OPEN I-O WORK-ORDER-FILE.
           MOVE WS-OLD-MODEL TO WRK-CAR-MODEL IN WORK-ORDER-RECORD.
           READ WORK-ORDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 441-MOVE-WORK-ORDER-RECORD
           END-READ.
           CLOSE WORK-ORDER-FILE.

       441-MOVE-WORK-ORDER-RECORD.
           MOVE WS-NEW-MODEL TO WRK-CAR-MODEL IN WORK-ORDER-RECORD.
           WRITE WORK-ORDER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-WORK-RENAMED
           END-WRITE.
           MOVE WS-OLD-MODEL TO WRK-CAR-MODEL IN WORK-ORDER-RECORD.
           DELETE WORK-ORDER-FILE
               INVALID KEY
                   DISPLAY "CARWORK.DAT DELETE FAILED FOR OLD KEY "
                       WS-OLD-MODEL
                   CLOSE WORK-ORDER-FILE
                   PERFORM 295-STOP-AT-FAILED-STEP
           END-DELETE.

       450-RENAME-ASSIGNMENTS.
           MOVE "N" TO EOF-FLG.
           OPEN I-O ASSIGNMENT-FILE.
           PERFORM 310-READ-NEXT-ASSIGNMENT.
           PERFORM 451-RENAME-ONE-ASSIGNMENT
               UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE ASSIGNMENT-FILE.

       451-RENAME-ONE-ASSIGNMENT.
           IF ASG-CAR-MODEL IN ASSIGNMENT-RECORD EQUAL TO WS-OLD-MODEL
               MOVE WS-NEW-MODEL TO ASG-CAR-MODEL IN ASSIGNMENT-RECORD
               REWRITE ASSIGNMENT-RECORD
                   INVALID KEY
                       DISPLAY "CARASGN.DAT REWRITE FAILED FOR JOB "
                           ASG-JOB-ID IN ASSIGNMENT-RECORD
                       CLOSE ASSIGNMENT-FILE
                       PERFORM 295-STOP-AT-FAILED-STEP
                   NOT INVALID KEY
                       ADD 1 TO WS-ASSIGN-RENAMED
               END-REWRITE
           END-IF.
           PERFORM 310-READ-NEXT-ASSIGNMENT.

       460-RENAME-FUEL-CARDS.
           MOVE "N" TO EOF-FLG.
           OPEN I-O FUEL-CARD-FILE.
           PERFORM 315-READ-NEXT-FUEL-CARD.
           PERFORM 461-RENAME-ONE-FUEL-CARD
               UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE FUEL-CARD-FILE.

       461-RENAME-ONE-FUEL-CARD.
           IF FCD-CAR-MODEL IN FUEL-CARD-RECORD EQUAL TO WS-OLD-MODEL
               MOVE WS-NEW-MODEL TO FCD-CAR-MODEL IN FUEL-CARD-RECORD
               REWRITE FUEL-CARD-RECORD
                   INVALID KEY
                       DISPLAY "FUELCARD.DAT REWRITE FAILED FOR CARD "
                           FCD-CARD-NUMBER IN FUEL-CARD-RECORD
                       CLOSE FUEL-CARD-FILE
                       PERFORM 295-STOP-AT-FAILED-STEP
                   NOT INVALID KEY
                       ADD 1 TO WS-CARD-RENAMED
               END-REWRITE
           END-IF.
           PERFORM 315-READ-NEXT-FUEL-CARD.

      *    SEQUENTIAL FILES: STAGE A RENAMED COPY TO .NEW, THEN COPY
      *    IT BACK IN A STEP OF ITS OWN.
       470-STAGE-WORK-HISTORY.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT  WORK-HISTORY-IN.
           OPEN OUTPUT WORK-HISTORY-NEW.
           PERFORM 320-READ-WORK-HISTORY.
           PERFORM 471-STAGE-ONE-WORK-HISTORY
               UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE WORK-HISTORY-IN WORK-HISTORY-NEW.

       471-STAGE-ONE-WORK-HISTORY.
           MOVE WORK-HISTORY-RECORD TO WORK-HISTORY-NEW-RECORD.
           IF WRK-CAR-MODEL IN WORK-HISTORY-NEW-RECORD EQUAL TO
                   WS-OLD-MODEL
               MOVE WS-NEW-MODEL
                   TO WRK-CAR-MODEL IN WORK-HISTORY-NEW-RECORD
               ADD 1 TO WS-WORKH-RENAMED
           END-IF.
           WRITE WORK-HISTORY-NEW-RECORD.
           PERFORM 320-READ-WORK-HISTORY.

       475-PROMOTE-WORK-HISTORY.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT  WORK-HISTORY-NEW.
           OPEN OUTPUT WORK-HISTORY-OUT.
           PERFORM 325-READ-WORK-HISTORY-NEW.
           PERFORM 476-COPY-ONE-WORK-HISTORY
               UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE WORK-HISTORY-NEW WORK-HISTORY-OUT.

       476-COPY-ONE-WORK-HISTORY.
           MOVE WORK-HISTORY-NEW-RECORD TO WORK-HISTORY-OUT-RECORD.
           WRITE WORK-HISTORY-OUT-RECORD.
           PERFORM 325-READ-WORK-HISTORY-NEW.

       480-STAGE-CAR-HISTORY.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT  CAR-HISTORY-IN.
           OPEN OUTPUT CAR-HISTORY-NEW.
           PERFORM 330-READ-CAR-HISTORY.
           PERFORM 481-STAGE-ONE-CAR-HISTORY
               UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE CAR-HISTORY-IN CAR-HISTORY-NEW.

       481-STAGE-ONE-CAR-HISTORY.
           MOVE CAR-HISTORY-RECORD TO CAR-HISTORY-NEW-RECORD.
           IF HIST-CAR-MODEL IN CAR-HISTORY-NEW-RECORD EQUAL TO
                   WS-OLD-MODEL
               MOVE WS-NEW-MODEL
                   TO HIST-CAR-MODEL IN CAR-HISTORY-NEW-RECORD
               ADD 1 TO WS-HIST-RENAMED
           END-IF.
           WRITE CAR-HISTORY-NEW-RECORD.
           PERFORM 330-READ-CAR-HISTORY.

       485-PROMOTE-CAR-HISTORY.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT  CAR-HISTORY-NEW.
           OPEN OUTPUT CAR-HISTORY-OUT.
           PERFORM 335-READ-CAR-HISTORY-NEW.
           PERFORM 486-COPY-ONE-CAR-HISTORY
               UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE CAR-HISTORY-NEW CAR-HISTORY-OUT.

       486-COPY-ONE-CAR-HISTORY.
           MOVE CAR-HISTORY-NEW-RECORD TO CAR-HISTORY-OUT-RECORD.
           WRITE CAR-HISTORY-OUT-RECORD.
           PERFORM 335-READ-CAR-HISTORY-NEW.

       490-STAGE-FUEL-HISTORY.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT  FUEL-HISTORY-IN.
           OPEN OUTPUT FUEL-HISTORY-NEW.
           PERFORM 340-READ-FUEL-HISTORY.
           PERFORM 491-STAGE-ONE-FUEL-HISTORY
               UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE FUEL-HISTORY-IN FUEL-HISTORY-NEW.

       491-STAGE-ONE-FUEL-HISTORY.
           MOVE FUEL-HISTORY-RECORD TO FUEL-HISTORY-NEW-RECORD.
           IF FUEL-CAR-MODEL IN FUEL-HISTORY-NEW-RECORD EQUAL TO
                   WS-OLD-MODEL
               MOVE WS-NEW-MODEL
                   TO FUEL-CAR-MODEL IN FUEL-HISTORY-NEW-RECORD
               ADD 1 TO WS-FUELH-RENAMED
           END-IF.
           WRITE FUEL-HISTORY-NEW-RECORD.
           PERFORM 340-READ-FUEL-HISTORY.

       495-PROMOTE-FUEL-HISTORY.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT  FUEL-HISTORY-NEW.
           OPEN OUTPUT FUEL-HISTORY-OUT.
           PERFORM 345-READ-FUEL-HISTORY-NEW.
           PERFORM 496-COPY-ONE-FUEL-HISTORY
               UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE FUEL-HISTORY-NEW FUEL-HISTORY-OUT.

       496-COPY-ONE-FUEL-HISTORY.
           MOVE FUEL-HISTORY-NEW-RECORD TO FUEL-HISTORY-OUT-RECORD.
           WRITE FUEL-HISTORY-OUT-RECORD.
           PERFORM 345-READ-FUEL-HISTORY-NEW.

       500-WRITE-RENAME-AUDIT-ROW.
           MOVE "N" TO WS-AUDIT-FOUND-SW.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT CARFILE-AUDIT-IN.
           PERFORM 350-READ-AUDIT-ROW.
           PERFORM 501-CHECK-ONE-AUDIT-ROW
               UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE CARFILE-AUDIT-IN.
           IF NOT RENAME-AUDIT-FOUND
               MOVE WS-NEW-MODEL     TO AUD-CAR-MODEL
                                        IN CARFILE-AUDIT-RECORD
               MOVE "CAR-MODEL"      TO AUD-FIELD-NAME
                                        IN CARFILE-AUDIT-RECORD
               MOVE WS-OLD-MODEL     TO AUD-OLD-VALUE
                                        IN CARFILE-AUDIT-RECORD
               MOVE WS-NEW-MODEL     TO AUD-NEW-VALUE
                                        IN CARFILE-AUDIT-RECORD
               MOVE WS-RENAME-STAMP  TO AUD-TIMESTAMP
                                        IN CARFILE-AUDIT-RECORD
               MOVE WS-RENAME-USERID TO AUD-USERID
                                        IN CARFILE-AUDIT-RECORD
               OPEN EXTEND CARFILE-AUDIT
               WRITE CARFILE-AUDIT-RECORD
               CLOSE CARFILE-AUDIT
           END-IF.

       501-CHECK-ONE-AUDIT-ROW.
           IF AUD-CAR-MODEL IN CARFILE-AUDIT-IN-RECORD EQUAL TO
                   WS-NEW-MODEL
                   AND AUD-FIELD-NAME IN CARFILE-AUDIT-IN-RECORD
                   EQUAL TO "CAR-MODEL"
                   AND AUD-TIMESTAMP IN CARFILE-AUDIT-IN-RECORD
                   EQUAL TO WS-RENAME-STAMP
               MOVE "Y" TO WS-AUDIT-FOUND-SW
               MOVE "Y" TO EOF-FLG
           ELSE
               PERFORM 350-READ-AUDIT-ROW
           END-IF.

       510-LOG-RENAME.
           MOVE "CAR-MODEL RENAME" TO WS-LOG-ACTION.
           MOVE "ALLOWED"          TO WS-LOG-OUTCOME.
           PERFORM 960-WRITE-OPERATOR-LOG.

       520-STAGE-OWNERSHIP-HISTORY.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT  OWNERSHIP-HISTORY-IN.
           OPEN OUTPUT OWNERSHIP-HISTORY-NEW.
           PERFORM 355-READ-OWNERSHIP-HISTORY.
           PERFORM 521-STAGE-ONE-OWNERSHIP-HISTORY
               UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE OWNERSHIP-HISTORY-IN OWNERSHIP-HISTORY-NEW.

       521-STAGE-ONE-OWNERSHIP-HISTORY.
           MOVE OWNERSHIP-HISTORY-RECORD
               TO OWNERSHIP-HISTORY-NEW-RECORD.
           IF OWH-CAR-MODEL IN OWNERSHIP-HISTORY-NEW-RECORD EQUAL TO
                   WS-OLD-MODEL
               MOVE WS-NEW-MODEL
                   TO OWH-CAR-MODEL IN OWNERSHIP-HISTORY-NEW-RECORD
               ADD 1 TO WS-OWNH-RENAMED
           END-IF.
           WRITE OWNERSHIP-HISTORY-NEW-RECORD.
           PERFORM 355-READ-OWNERSHIP-HISTORY.

       525-PROMOTE-OWNERSHIP-HISTORY.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT  OWNERSHIP-HISTORY-NEW.
           OPEN OUTPUT OWNERSHIP-HISTORY-OUT.
           PERFORM 356-READ-OWNERSHIP-HISTORY-NEW.
           PERFORM 526-COPY-ONE-OWNERSHIP-HISTORY
               UNTIL EOF-FLG EQUAL TO "Y".
           CLOSE OWNERSHIP-HISTORY-NEW OWNERSHIP-HISTORY-OUT.

       526-COPY-ONE-OWNERSHIP-HISTORY.
           MOVE OWNERSHIP-HISTORY-NEW-RECORD
               TO OWNERSHIP-HISTORY-OUT-RECORD.
           WRITE OWNERSHIP-HISTORY-OUT-RECORD.
           PERFORM 356-READ-OWNERSHIP-HISTORY-NEW.

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
           MOVE "LAB3RNM"       TO LOG-PROGRAM.
           MOVE WS-LOG-ACTION   TO LOG-ACTION.
           MOVE WS-LOG-OUTCOME  TO LOG-OUTCOME.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME FROM TIME.
           OPEN EXTEND OPERATOR-LOG.
           WRITE OPERATOR-LOG-RECORD.
           CLOSE OPERATOR-LOG.

       END PROGRAM LAB3RNM.
