      ******************************************************************
      * Author:Hanna Felix
      * Date:October 15, 2026
      * Purpose: Maintain the general ledger account-mapping table
      *          (GLACCT.DAT, an indexed file keyed on GLA-ROLE)
      *          through the same LAB3EMNT-style menu of Add / Change
      *          / Delete / Inquire / List. Each row says which chart-
      *          of-accounts number one posting role of the month-end
      *          journal extract (LAB3GLX) lands on, so the
      *          accountant can follow a ledger renumbering without a
      *          program change. Also carries R = REOPEN, the one
      *          deliberate way to let LAB3GLX extract a month that
      *          GLPERIOD.DAT already shows as posted. Sits behind the
      *          OPRMAST.DAT sign-on: Add and Change need update
      *          permission; Delete and Reopen need full, and both are
      *          logged on OPRLOG.TXT - either one changes what the
      *          ledger will be handed next.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * Modification History:
      *   2026-10-15  HF  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3GMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-ACCOUNT-FILE
               ASSIGN TO "..\GLACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-ROLE IN GL-ACCOUNT-RECORD.
           SELECT OPTIONAL GL-PERIOD-FILE
               ASSIGN TO "..\GLPERIOD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLP-PERIOD IN GL-PERIOD-RECORD.
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
       FD GL-ACCOUNT-FILE.
           COPY GLACCT REPLACING ==:REC-NAME:== BY
               ==GL-ACCOUNT-RECORD==.

       FD GL-PERIOD-FILE.
           COPY GLPER REPLACING ==:REC-NAME:== BY
               ==GL-PERIOD-RECORD==.

       FD OPERATOR-PROFILE-FILE.
           COPY OPRMAS REPLACING ==:REC-NAME:== BY
               ==OPERATOR-PROFILE-RECORD==.

       FD OPERATOR-LOG.
           COPY OPRLOG REPLACING ==:REC-NAME:== BY
               ==OPERATOR-LOG-RECORD==.

       WORKING-STORAGE SECTION.
       01  CONTROL-FIELDS.
           05 WS-DONE-SW                PIC X VALUE "N".
               88 ALL-DONE               VALUE "Y".
           05 WS-MENU-CHOICE             PIC X VALUE SPACE.
               88 ADD-REQUESTED          VALUE "A" "a".
               88 CHANGE-REQUESTED       VALUE "C" "c".
               88 DELETE-REQUESTED       VALUE "D" "d".
               88 INQUIRE-REQUESTED      VALUE "I" "i".
               88 LIST-REQUESTED         VALUE "L" "l".
               88 REOPEN-REQUESTED       VALUE "R" "r".
               88 QUIT-REQUESTED         VALUE "Q" "q".
           05 WS-ACCOUNT-FILE-EOF-SW     PIC X VALUE "N".
               88 ACCOUNT-FILE-EOF       VALUE "Y".

       01  WS-KEY-ENTRY                  PIC X(4)  VALUE SPACES.

       01  WS-MAINT-FIELDS.
           05 WS-ACCOUNT-ENTRY           PIC X(10) VALUE SPACES.
           05 WS-DESC-ENTRY              PIC X(25) VALUE SPACES.
           05 WS-PERIOD-ENTRY            PIC X(6)  VALUE SPACES.

       01  WS-USERID                     PIC X(8)  VALUE SPACES.

       01  SIGN-ON-FIELDS.
           05 WS-SIGNON-ENTRY            PIC X(8)  VALUE SPACES.
           05 WS-OPERATOR-PERM           PIC X     VALUE SPACE.
               88 OPERATOR-CAN-UPDATE    VALUE "U" "F".
               88 OPERATOR-FULL          VALUE "F".
           05 WS-LOG-ACTION              PIC X(20) VALUE SPACES.
           05 WS-LOG-OUTCOME             PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-PROCEDURE-MAINTAIN-ACCOUNTS.
           PERFORM 200-INITIALIZE-MAINTENANCE.
           PERFORM 210-PROCESS-MENU-SELECTION UNTIL ALL-DONE.
           PERFORM 290-TERMINATE-MAINTENANCE.
           STOP RUN.

       200-INITIALIZE-MAINTENANCE.
           PERFORM 950-SIGN-ON-OPERATOR.
           OPEN I-O GL-ACCOUNT-FILE.
           OPEN I-O GL-PERIOD-FILE.

       210-PROCESS-MENU-SELECTION.
           PERFORM 211-DISPLAY-MENU.
           PERFORM 212-ACCEPT-MENU-CHOICE.
           EVALUATE TRUE
               WHEN ADD-REQUESTED AND OPERATOR-CAN-UPDATE
                   PERFORM 300-ADD-ACCOUNT-RECORD
               WHEN ADD-REQUESTED
                   MOVE "GL ACCOUNT ADD" TO WS-LOG-ACTION
                   PERFORM 970-REPORT-NOT-AUTHORIZED
               WHEN CHANGE-REQUESTED AND OPERATOR-CAN-UPDATE
                   PERFORM 400-CHANGE-ACCOUNT-RECORD
               WHEN CHANGE-REQUESTED
                   MOVE "GL ACCOUNT CHANGE" TO WS-LOG-ACTION
                   PERFORM 970-REPORT-NOT-AUTHORIZED
               WHEN DELETE-REQUESTED AND OPERATOR-FULL
                   PERFORM 500-DELETE-ACCOUNT-RECORD
               WHEN DELETE-REQUESTED
                   MOVE "GL ACCOUNT DELETE" TO WS-LOG-ACTION
                   PERFORM 970-REPORT-NOT-AUTHORIZED
               WHEN INQUIRE-REQUESTED
                   PERFORM 600-INQUIRE-ACCOUNT-RECORD
               WHEN LIST-REQUESTED
                   PERFORM 700-LIST-ACCOUNT-RECORDS
               WHEN REOPEN-REQUESTED AND OPERATOR-FULL
                   PERFORM 800-REOPEN-GL-PERIOD
               WHEN REOPEN-REQUESTED
                   MOVE "GL PERIOD REOPEN" TO WS-LOG-ACTION
                   PERFORM 970-REPORT-NOT-AUTHORIZED
               WHEN QUIT-REQUESTED
                   MOVE "Y" TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "INVALID SELECTION - TRY AGAIN"
           END-EVALUATE.

       211-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "----- GL ACCOUNT MAPPING MAINTENANCE -----".
           DISPLAY "  A = ADD A POSTING ROLE".
           DISPLAY "  C = CHANGE A ROLE'S ACCOUNT/DESCRIPTION".
           DISPLAY "  D = DELETE A POSTING ROLE".
           DISPLAY "  I = INQUIRE ON A POSTING ROLE".
           DISPLAY "  L = LIST THE POSTING ROLES".
           DISPLAY "  R = REOPEN A POSTED GL PERIOD".
           DISPLAY "  Q = QUIT".

       212-ACCEPT-MENU-CHOICE.
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE FROM CONSOLE.

       290-TERMINATE-MAINTENANCE.
           CLOSE GL-ACCOUNT-FILE GL-PERIOD-FILE.

       300-ADD-ACCOUNT-RECORD.
           PERFORM 301-ACCEPT-POSTING-ROLE.
           PERFORM 302-ACCEPT-ACCOUNT-NUMBER.
           PERFORM 303-ACCEPT-DESCRIPTION.
           EVALUATE TRUE
               WHEN WS-KEY-ENTRY EQUAL TO SPACES
                   DISPLAY "POSTING ROLE IS BLANK - NOT ADDED"
               WHEN WS-ACCOUNT-ENTRY EQUAL TO SPACES
                   DISPLAY "ACCOUNT NUMBER IS BLANK - NOT ADDED"
               WHEN OTHER
                   MOVE WS-KEY-ENTRY     TO GLA-ROLE
                   MOVE WS-ACCOUNT-ENTRY TO GLA-ACCOUNT
                   MOVE WS-DESC-ENTRY    TO GLA-DESC
                   WRITE GL-ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "POSTING ROLE ALREADY ON FILE - "
                               "NOT ADDED"
                       NOT INVALID KEY
                           DISPLAY "POSTING ROLE " WS-KEY-ENTRY
                               " ADDED"
                   END-WRITE
           END-EVALUATE.

       301-ACCEPT-POSTING-ROLE.
           DISPLAY "ENTER POSTING ROLE: " WITH NO ADVANCING.
           ACCEPT WS-KEY-ENTRY FROM CONSOLE.
           INSPECT WS-KEY-ENTRY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       302-ACCEPT-ACCOUNT-NUMBER.
           DISPLAY "ENTER GL ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-ACCOUNT-ENTRY FROM CONSOLE.

       303-ACCEPT-DESCRIPTION.
           DISPLAY "ENTER DESCRIPTION: " WITH NO ADVANCING.
           ACCEPT WS-DESC-ENTRY FROM CONSOLE.

       400-CHANGE-ACCOUNT-RECORD.
           PERFORM 301-ACCEPT-POSTING-ROLE.
           MOVE WS-KEY-ENTRY TO GLA-ROLE.
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "POSTING ROLE NOT ON FILE - NOT CHANGED"
               NOT INVALID KEY
                   PERFORM 401-REWRITE-ACCOUNT
           END-READ.

       401-REWRITE-ACCOUNT.
           PERFORM 302-ACCEPT-ACCOUNT-NUMBER.
           PERFORM 303-ACCEPT-DESCRIPTION.
           IF WS-ACCOUNT-ENTRY EQUAL TO SPACES
                   AND WS-DESC-ENTRY EQUAL TO SPACES
               DISPLAY "ACCOUNT AND DESCRIPTION BLANK - NOT CHANGED"
           ELSE
               IF WS-ACCOUNT-ENTRY NOT EQUAL TO SPACES
                   MOVE WS-ACCOUNT-ENTRY TO GLA-ACCOUNT
               END-IF
               IF WS-DESC-ENTRY NOT EQUAL TO SPACES
                   MOVE WS-DESC-ENTRY TO GLA-DESC
               END-IF
               REWRITE GL-ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED - NOT CHANGED"
                   NOT INVALID KEY
                       DISPLAY "POSTING ROLE " WS-KEY-ENTRY " CHANGED"
               END-REWRITE
           END-IF.

       500-DELETE-ACCOUNT-RECORD.
           PERFORM 301-ACCEPT-POSTING-ROLE.
           MOVE WS-KEY-ENTRY TO GLA-ROLE.
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "POSTING ROLE NOT ON FILE - NOT DELETED"
               NOT INVALID KEY
                   DELETE GL-ACCOUNT-FILE
                       INVALID KEY
                           DISPLAY "DELETE FAILED"
                       NOT INVALID KEY
                           DISPLAY "POSTING ROLE " WS-KEY-ENTRY
                               " DELETED - THE JOURNAL EXTRACT WILL "
                               "REFUSE A MONTH THAT NEEDS IT"
                           MOVE "GL ACCOUNT DELETE"
                               TO WS-LOG-ACTION
                           MOVE "ALLOWED" TO WS-LOG-OUTCOME
                           PERFORM 960-WRITE-OPERATOR-LOG
                   END-DELETE
           END-READ.

       600-INQUIRE-ACCOUNT-RECORD.
           PERFORM 301-ACCEPT-POSTING-ROLE.
           MOVE WS-KEY-ENTRY TO GLA-ROLE.
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "POSTING ROLE NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "ROLE       : " GLA-ROLE
                   DISPLAY "ACCOUNT    : " GLA-ACCOUNT
                   DISPLAY "DESCRIPTION: " GLA-DESC
           END-READ.

       700-LIST-ACCOUNT-RECORDS.
           MOVE "N" TO WS-ACCOUNT-FILE-EOF-SW.
           MOVE LOW-VALUES TO GLA-ROLE.
           START GL-ACCOUNT-FILE KEY NOT LESS THAN
                   GLA-ROLE IN GL-ACCOUNT-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-ACCOUNT-FILE-EOF-SW
           END-START.
           IF NOT ACCOUNT-FILE-EOF
               PERFORM 710-READ-NEXT-ACCOUNT
               PERFORM 720-LIST-ONE-ACCOUNT UNTIL ACCOUNT-FILE-EOF
           END-IF.

       710-READ-NEXT-ACCOUNT.
           READ GL-ACCOUNT-FILE NEXT RECORD AT END
               MOVE "Y" TO WS-ACCOUNT-FILE-EOF-SW.

       720-LIST-ONE-ACCOUNT.
           DISPLAY GLA-ROLE "  " GLA-ACCOUNT "  " GLA-DESC.
           PERFORM 710-READ-NEXT-ACCOUNT.

       800-REOPEN-GL-PERIOD.
           DISPLAY "ENTER PERIOD TO REOPEN YYYYMM: "
               WITH NO ADVANCING.
           ACCEPT WS-PERIOD-ENTRY FROM CONSOLE.
           IF WS-PERIOD-ENTRY NOT NUMERIC
               DISPLAY "PERIOD NOT NUMERIC - NOT REOPENED"
           ELSE
               MOVE WS-PERIOD-ENTRY TO GLP-PERIOD
               READ GL-PERIOD-FILE
                   INVALID KEY
                       DISPLAY "PERIOD " WS-PERIOD-ENTRY
                           " WAS NEVER POSTED - NOTHING TO REOPEN"
                   NOT INVALID KEY
                       PERFORM 810-REWRITE-REOPENED-PERIOD
               END-READ
           END-IF.

       810-REWRITE-REOPENED-PERIOD.
           IF GLP-PERIOD-REOPENED
               DISPLAY "PERIOD " WS-PERIOD-ENTRY
                   " IS ALREADY OPEN FOR EXTRACT"
           ELSE
               MOVE "R"       TO GLP-STATUS
               ACCEPT GLP-STATUS-DATE FROM DATE YYYYMMDD
               MOVE WS-USERID TO GLP-USERID
               REWRITE GL-PERIOD-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED - NOT REOPENED"
                   NOT INVALID KEY
                       DISPLAY "PERIOD " WS-PERIOD-ENTRY
                           " REOPENED - THE NEXT LAB3GLX RUN WILL "
                           "REBUILD ITS JOURNAL"
                       MOVE "GL PERIOD REOPEN" TO WS-LOG-ACTION
                       MOVE "ALLOWED" TO WS-LOG-OUTCOME
                       PERFORM 960-WRITE-OPERATOR-LOG
               END-REWRITE
           END-IF.

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
           MOVE "LAB3GMNT"      TO LOG-PROGRAM.
           MOVE WS-LOG-ACTION   TO LOG-ACTION.
           MOVE WS-LOG-OUTCOME  TO LOG-OUTCOME.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME FROM TIME.
           OPEN EXTEND OPERATOR-LOG.
           WRITE OPERATOR-LOG-RECORD.
           CLOSE OPERATOR-LOG.

       970-REPORT-NOT-AUTHORIZED.
           MOVE "DENIED" TO WS-LOG-OUTCOME.
           PERFORM 960-WRITE-OPERATOR-LOG.
           DISPLAY "USERID " WS-USERID " IS NOT AUTHORIZED FOR "
               WS-LOG-ACTION.

       END PROGRAM LAB3GMNT.
