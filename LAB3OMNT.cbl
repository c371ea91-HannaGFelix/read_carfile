      *                   Change need update permission; Deactivate
      *                   needs full. Failed sign-ons, denials, and
      *                   deactivations are logged to OPRLOG.TXT.
      *   2026-10-15  HF  Inquire shows OWN-CREDIT-HOLD; Add starts a
      *                   new owner off hold. The hold itself is only
      *                   set by the LAB3DUN dunning run and released
      *                   by LAB3PAY, so it is not keyable here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3OMNT.
           MOVE WS-KEY-ENTRY          TO OWN-OWNER-ID.
           MOVE WS-OWNER-NAME-ENTRY   TO OWN-OWNER-NAME.
           MOVE WS-ACTIVE-FLAG-ENTRY  TO OWN-ACTIVE-FLAG.
           MOVE "N"                   TO OWN-CREDIT-HOLD.
           WRITE OWNER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "OWNER ID ALREADY ON FILE - NOT ADDED"
                   DISPLAY "OWNER ID: " OWN-OWNER-ID
                   DISPLAY "NAME    : " OWN-OWNER-NAME
                   DISPLAY "ACTIVE  : " OWN-ACTIVE-FLAG
                   DISPLAY "CR HOLD : " OWN-CREDIT-HOLD
           END-READ.

       900-WRITE-AUDIT-ROW.
