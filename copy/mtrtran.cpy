      *****************************************************************
      * MTRTRAN - MOTORSAV BATCH TRANSACTION RECORD                   *
      *                                                               *
      * One record per existing motor to be priced for replacement   *
      * in batch mode: the EQUIPMST unit it drives, its nameplate    *
      * horsepower, synchronous speed, enclosure and efficiency, the *
      * average load as a percent of nameplate, and the unit's       *
      * annual operating hours.                                      *
      *****************************************************************
       01 MOTOR-TRAN-RECORD.
              05 MTT-EQUIP-ID      PIC X(10).
              05 MTT-HP            PIC 9(04)V99.
              05 MTT-SPEED         PIC 9(04).
              05 MTT-ENCLOSURE     PIC X(04).
              05 MTT-EXISTING-EFF  PIC S99V99 SIGN TRAILING SEPARATE.
              05 MTT-LOAD-PCT      PIC 9(03).
              05 MTT-OPER-HOURS    PIC 9(04).
