      ******************************************************************
      * Copybook:    DRVMAS
      * Author:      Hanna Felix
      * Date-Written: October 15, 2026
      * Purpose:     Driver master record (DRVMAST.DAT, indexed on
      *              DRV-DRIVER-ID, maintained by LAB3DMNT). One record
      *              per driver dispatch can put behind the wheel -
      *              the whiteboard this replaces. DRV-LICENSE-CLASS is
      *              the commercial class held: A covers any towing
      *              capacity, B and C are capped (LAB3ASG carries the
      *              limits). Both expiry dates are YYYYMMDD and are
      *              what LAB3ASG checks against ASG-DATE-NEEDED and
      *              LAB3DEXP reports inside its 60-day window. A
      *              driver who leaves is deactivated (flag N), never
      *              deleted, since bookings on CARASGN.DAT still
      *              carry the id.
      * Usage:       COPY DRVMAS REPLACING ==:REC-NAME:== BY
      *                  ==<01-level-record-name>==.
      ******************************************************************
       01  :REC-NAME:.
           05  DRV-DRIVER-ID           PIC X(8).
           05  DRV-DRIVER-NAME         PIC X(30).
           05  DRV-LICENSE-CLASS       PIC X.
               88  DRV-CLASS-A             VALUE "A".
               88  DRV-CLASS-B             VALUE "B".
               88  DRV-CLASS-C             VALUE "C".
               88  DRV-CLASS-VALID         VALUE "A" "B" "C".
           05  DRV-LICENSE-EXPIRY      PIC 9(8).
           05  DRV-MEDICAL-EXPIRY      PIC 9(8).
           05  DRV-ACTIVE-FLAG         PIC X.
               88  DRV-DRIVER-ACTIVE       VALUE "Y".
