      ******************************************************************
      * Copybook:    CARSEG
      * Author:      Hanna Felix
      * Date-Written: October 15, 2026
      * Purpose:     Billing segment work record (LAB3BIL). One record
      *              per vehicle per owner who held it during the
      *              billing month, built from CARFILE.TXT and the
      *              CAROWNH.TXT transfers and then sorted by owner for
      *              the statement match-merge. A vehicle that did not
      *              change hands in the month has one segment, for
      *              the whole month, with the full rated charge. One
      *              that did gets a part-period segment for each
      *              owner, each charged for the days that owner held
      *              it.
      *              SEG-CURRENT-OWNER marks the segment belonging to
      *              the owner now on the car record.
      * Usage:       COPY CARSEG REPLACING ==:REC-NAME:== BY
      *                  ==<01-level-record-name>==.
      ******************************************************************
       01  :REC-NAME:.
           05  SEG-OWNER-ID            PIC X(8).
           05  SEG-CAR-MODEL           PIC X(15).
           05  SEG-ENGINE              PIC X(25).
           05  SEG-TOWING-CAPACITY     PIC 9(8).
           05  SEG-FROM-DATE           PIC 9(8).
           05  SEG-TO-DATE             PIC 9(8).
           05  SEG-DAYS                PIC 9(2).
           05  SEG-PERIOD-DAYS         PIC 9(2).
           05  SEG-CHARGE              PIC 9(5)V99.
           05  SEG-RATE-FOUND-SW       PIC X.
               88  SEG-RATE-FOUND          VALUE "Y".
           05  SEG-KIND                PIC X.
               88  SEG-CURRENT-OWNER       VALUE "C".
               88  SEG-PRIOR-OWNER         VALUE "P".
           05  SEG-PART-PERIOD-SW      PIC X.
               88  SEG-PART-PERIOD         VALUE "Y".
