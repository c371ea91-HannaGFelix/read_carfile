      ******************************************************************
      * Copybook:    CAROWN
      * Author:      Hanna Felix
      * Date-Written: October 15, 2026
      * Purpose:     Vehicle ownership transfer record (CAROWNH.TXT,
      *              appended by the LAB3MNT T = TRANSFER option and
      *              the LAB3TRN T transaction). One record per change
      *              of hands: the owner the vehicle left, the owner it
      *              went to, and the date the new owner took it over.
      *              The old owner held the unit through the day
      *              before OWH-EFF-DATE. Transfers for a model are
      *              accepted only in effective-date order, so the
      *              records for one CAR-MODEL read as a chain. LAB3BIL
      *              prorates the month's charge along that chain and
      *              the LAB3MNT O = OWNERSHIP option lists it. The
      *              owner names are copies taken at transfer time, for
      *              display only.
      * Usage:       COPY CAROWN REPLACING ==:REC-NAME:== BY
      *                  ==<01-level-record-name>==.
      ******************************************************************
       01  :REC-NAME:.
           05  OWH-CAR-MODEL           PIC X(15).
           05  OWH-OLD-OWNER-ID        PIC X(8).
           05  OWH-OLD-OWNER-NAME      PIC X(30).
           05  OWH-NEW-OWNER-ID        PIC X(8).
           05  OWH-NEW-OWNER-NAME      PIC X(30).
           05  OWH-EFF-DATE            PIC 9(8).
           05  OWH-ENTRY-STAMP.
               10  OWH-ENTRY-DATE      PIC 9(8).
               10  OWH-ENTRY-TIME      PIC 9(8).
               10  OWH-ENTRY-USERID    PIC X(8).
