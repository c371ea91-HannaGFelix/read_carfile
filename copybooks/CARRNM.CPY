      ******************************************************************
      * Copybook:    CARRNM
      * Author:      Hanna Felix
      * Date-Written: October 15, 2026
      * Purpose:     CAR-MODEL rename checkpoint record (CARRNM.TXT,
      *              written by LAB3RNM). Holds the one rename in
      *              progress and the last step of it that finished,
      *              so a run that stops partway is resumed from the
      *              next step rather than started over. RNM-STAMP is
      *              taken when the rename starts and is the timestamp
      *              of its CARAUDIT.TXT row. The file is emptied once
      *              every step has finished. RNM-PROMOTE-SW is set
      *              while a .NEW copy is being copied back over its
      *              live file, so a restart knows whether the live
      *              file can still be restaged from or must be
      *              finished from the .NEW image.
      * Usage:       COPY CARRNM REPLACING ==:REC-NAME:== BY
      *                  ==<01-level-record-name>==.
      *-----------------------------------------------------------------
      * Modification History:
      *   2026-10-15  HF  Added RNM-PROMOTE-SW (copy-back in progress).
      *                   A checkpoint written before it reads with the
      *                   byte blank, i.e. no copy-back in progress.
      ******************************************************************
       01  :REC-NAME:.
           05  RNM-OLD-MODEL           PIC X(15).
           05  RNM-NEW-MODEL           PIC X(15).
           05  RNM-STAMP.
               10  RNM-DATE            PIC 9(8).
               10  RNM-TIME            PIC 9(8).
           05  RNM-USERID              PIC X(8).
           05  RNM-STEP-DONE           PIC 9(2).
           05  RNM-PROMOTE-SW          PIC X.
