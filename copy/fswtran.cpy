      *****************************************************************
      * FSWTRAN - FUELSWCH BATCH TRANSACTION RECORD                   *
      *                                                                *
      * One record per fuel-switching study to run in batch mode:    *
      * the EQUIPMST unit, the annual heat load it must deliver (in  *
      * MMBTU of useful heat per year), the date to price the fuels  *
      * at (zero for the run date - a later date picks up rates and  *
      * factors loaded ahead of their effective date), and up to     *
      * four candidate fuels.  Each candidate is a FUELTRAN fuel     *
      * type, the unit's efficiency % burning it, and the fuel's     *
      * heat content in KBTU per unit of fuel as RATETAB prices it   *
      * (100.000 per therm, 138.500 per gallon of No. 2 oil, 3.412   *
      * per kWh).  Unused candidates are left blank.                 *
      *****************************************************************
       01 FUEL-SWITCH-TRAN-RECORD.
              05 FST-EQUIP-ID      PIC X(10).
              05 FST-HEAT-LOAD     PIC S9(7)V99 SIGN TRAILING SEPARATE.
              05 FST-PRICE-DATE    PIC 9(08).
              05 FST-CANDIDATE OCCURS 4 TIMES.
                     10 FST-FUEL-TYPE     PIC X(04).
                     10 FST-EFFICIENCY    PIC S9(3)V99
                                          SIGN TRAILING SEPARATE.
                     10 FST-HEAT-CONTENT  PIC S9(5)V999
                                          SIGN TRAILING SEPARATE.
