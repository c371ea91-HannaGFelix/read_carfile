      *              report instead of being deleted.
      * Usage:       COPY CARASG REPLACING ==:REC-NAME:== BY
      *                  ==<01-level-record-name>==.
      *-----------------------------------------------------------------
      * Modification History:
      *   2026-10-15  HF  Added ASG-DRIVER-ID, the DRV-DRIVER-ID on
      *                   DRVMAST.DAT of the driver booked with the
      *                   vehicle. Appended after ASG-STATUS so the
      *                   existing fields keep their offsets.
      *                   ONE-TIME MIGRATION: a CARASGN.DAT built on the
      *                   old 40-byte layout will not open against the
      *                   widened record - rename it to CARASGN.OLD and
      *                   run LAB3ACNV, which writes each booking to a
      *                   new CARASGN.DAT with the driver id blank,
      *                   before the first LAB3ASG run or LAB3JOB on
      *                   the new layout.
      ******************************************************************
       01  :REC-NAME:.
           05  ASG-JOB-ID              PIC X(8).
               88  ASG-STATUS-OPEN         VALUE "O".
               88  ASG-STATUS-COMPLETED    VALUE "C".
               88  ASG-STATUS-CANCELLED    VALUE "X".
           05  ASG-DRIVER-ID           PIC X(8).
