      *              that mapped the legacy free text onto codes.
      * Usage:       COPY CARENG REPLACING ==:REC-NAME:== BY
      *                  ==<01-level-record-name>==.
      *-----------------------------------------------------------------
      * Modification History:
      *   2026-10-15  HF  Added ENG-SERVICE-DAYS, the preventive
      *                   maintenance interval in days for every car
      *                   carrying the code (zero = no interval set).
      *                   Maintained through LAB3EMNT, read by the
      *                   LAB3PMS maintenance schedule. Appended after
      *                   ENG-DESC.
      *   2026-10-15  HF  Added ENG-TANK-GALLONS, the fuel tank size in
      *                   whole gallons for the code (zero = not set).
      *                   Maintained through LAB3EMNT; LAB3FUEL sends a
      *                   card fill larger than the tank to its
      *                   exception report. Appended after
      *                   ENG-SERVICE-DAYS.
      *                   ONE-TIME MIGRATION: an ENGMAST.DAT built on
      *                   the original 29-byte layout will not open
      *                   against the 35-byte record - re-key the codes
      *                   through LAB3EMNT with their service intervals
      *                   and tank sizes before the first run on the
      *                   new layout.
      ******************************************************************
       01  :REC-NAME:.
           05  ENG-CODE                PIC X(4).
           05  ENG-DESC                PIC X(25).
           05  ENG-SERVICE-DAYS        PIC 9(3).
           05  ENG-TANK-GALLONS        PIC 9(3).
