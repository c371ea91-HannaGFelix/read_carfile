      *                   on the master is filled from OWNMAST.DAT, so
      *                   TRN-OWNER-NAME is ignored when an id is
      *                   supplied.
      *   2026-10-15  HF  Added the T = ownership transfer code and two
      *                   trailing fields for it: TRN-EFF-DATE (date
      *                   the new owner, TRN-CAR-OWNER-ID, takes the
      *                   vehicle over; blank = run date) and
      *                   TRN-OLD-OWNER-ID (blank = whoever the master
      *                   shows; if keyed, it must match). Existing
      *                   A/C/D lines are unaffected - the new fields
      *                   read as spaces on a shorter line.
      ******************************************************************
       01  :REC-NAME:.
           05  TRN-CODE                PIC X.
               88  TRN-ADD             VALUE "A".
               88  TRN-CHANGE          VALUE "C".
               88  TRN-DELETE          VALUE "D".
               88  TRN-TRANSFER        VALUE "T".
           05  TRN-CAR-MODEL           PIC X(15).
           05  TRN-CAR-DATA.
               10  TRN-ENGINE          PIC X(25).
               10  TRN-OWNER-NAME      PIC X(30).
               10  TRN-CAR-STATUS      PIC X.
               10  TRN-CAR-OWNER-ID    PIC X(8).
           05  TRN-EFF-DATE            PIC X(8).
           05  TRN-OLD-OWNER-ID        PIC X(8).
