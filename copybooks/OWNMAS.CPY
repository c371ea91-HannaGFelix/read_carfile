      *                   OWN-OWNER-ID sequence - LAB3XRF sorts it by
      *                   OWN-OWNER-NAME itself, so the old hand-kept
      *                   name order is no longer assumed.
      *   2026-10-15  HF  Added OWN-CREDIT-HOLD. LAB3DUN sets it to "Y"
      *                   for an owner with an invoice open 90 days or
      *                   more; LAB3PAY sets it back to "N" once the
      *                   oldest open invoice is under 90 days. LAB3ASG
      *                   and LAB3DSP refuse/exclude that owner's cars.
      *                   ONE-TIME MIGRATION: OWNMAST.DAT must be
      *                   rebuilt for the 40-byte record - run LAB3OUNL
      *                   on the old layout, delete OWNMAST.DAT, then
      *                   LAB3OLOD. The short OWNERMAS.TXT records pad
      *                   with a space, which reads as not on hold.
      ******************************************************************
       01  :REC-NAME:.
           05  OWN-OWNER-ID             PIC X(8).
           05  OWN-OWNER-NAME           PIC X(30).
           05  OWN-ACTIVE-FLAG          PIC X.
               88  OWN-OWNER-ACTIVE     VALUE "Y".
           05  OWN-CREDIT-HOLD          PIC X.
               88  OWN-ON-CREDIT-HOLD   VALUE "Y".
