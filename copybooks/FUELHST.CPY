      ******************************************************************
      * Copybook:    FUELHST
      * Author:      Hanna Felix
      * Date-Written: October 15, 2026
      * Purpose:     Fuel history record (FUELHIST.TXT, line
      *              sequential, appended by LAB3FUEL). One record per
      *              vendor card transaction that matched an active
      *              card assignment and passed the vehicle and tank
      *              checks. FUEL-ENGINE-CODE is the vehicle's engine
      *              code (ENGINE(1:4) on the car master) at the time
      *              of the fill, so LAB3FRPT can total by engine code
      *              without going back to CARMAST.DAT. FUEL-ODOMETER
      *              is the reading the driver keyed at the pump;
      *              miles per gallon comes from the spread between
      *              fills. FUEL-IMPORT-DATE is the run that posted it.
      * Usage:       COPY FUELHST REPLACING ==:REC-NAME:== BY
      *                  ==<01-level-record-name>==.
      ******************************************************************
       01  :REC-NAME:.
           05  FUEL-CARD-NUMBER        PIC X(16).
           05  FUEL-CAR-MODEL          PIC X(15).
           05  FUEL-ENGINE-CODE        PIC X(4).
           05  FUEL-TXN-DATE           PIC 9(8).
           05  FUEL-GALLONS            PIC 9(3)V99.
           05  FUEL-AMOUNT             PIC 9(5)V99.
           05  FUEL-ODOMETER           PIC 9(7).
           05  FUEL-IMPORT-DATE        PIC 9(8).
