      *-----------------------------------------------------------------
      * Modification History:
      *   2026-08-22  HF  Initial version.
      *   2026-10-15  HF  Carries OWN-CREDIT-HOLD across with the rest
      *                   of the owner record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB3OUNL.
               TO OWN-OWNER-NAME IN OWNER-RECORD-WORK.
           MOVE OWN-ACTIVE-FLAG IN OWNER-MASTER-RECORD
               TO OWN-ACTIVE-FLAG IN OWNER-RECORD-WORK.
           MOVE OWN-CREDIT-HOLD IN OWNER-MASTER-RECORD
               TO OWN-CREDIT-HOLD IN OWNER-RECORD-WORK.
           WRITE OWNER-RECORD-WORK.
           ADD 1 TO WS-UNLOADED-COUNT.

