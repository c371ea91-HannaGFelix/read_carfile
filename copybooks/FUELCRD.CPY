      ******************************************************************
      * Copybook:    FUELCRD
      * Author:      Hanna Felix
      * Date-Written: October 15, 2026
      * Purpose:     Fuel card assignment record (FUELCARD.DAT, indexed
      *              on FCD-CARD-NUMBER, maintained by LAB3FMNT). One
      *              record per card the fuel vendor has issued, naming
      *              the CAR-MODEL the card rides in. LAB3FUEL matches
      *              each line of the vendor's daily transaction file
      *              through this table; a card that is not here, or is
      *              here but deactivated (flag N), is an exception. A
      *              lost or retired card is deactivated, never deleted,
      *              since FUELHIST.TXT still carries the number.
      * Usage:       COPY FUELCRD REPLACING ==:REC-NAME:== BY
      *                  ==<01-level-record-name>==.
      ******************************************************************
       01  :REC-NAME:.
           05  FCD-CARD-NUMBER         PIC X(16).
           05  FCD-CAR-MODEL           PIC X(15).
           05  FCD-ASSIGN-DATE         PIC 9(8).
           05  FCD-ACTIVE-FLAG         PIC X.
               88  FCD-CARD-ACTIVE         VALUE "Y".
