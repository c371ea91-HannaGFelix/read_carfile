      *-----------------------------------------------------------------
      * Modification History:
      *   2026-08-22  HF  Initial version.
      *   2026-10-15  HF  Carries OWN-CREDIT-HOLD across with the rest
      *                   of the owner record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3OLOD.
               TO OWN-OWNER-NAME IN OWNER-MASTER-RECORD.
           MOVE OWN-ACTIVE-FLAG IN OWNER-RECORD-IN
               TO OWN-ACTIVE-FLAG IN OWNER-MASTER-RECORD.
           MOVE OWN-CREDIT-HOLD IN OWNER-RECORD-IN
               TO OWN-CREDIT-HOLD IN OWNER-MASTER-RECORD.
           WRITE OWNER-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
