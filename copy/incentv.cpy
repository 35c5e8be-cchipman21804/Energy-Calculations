      *****************************************************************
      * INCENTV - UTILITY INCENTIVE PROGRAM TABLE RECORD              *
      *                                                                *
      * One record per fuel type PER EFFECTIVE DATE, giving what the  *
      * utility pays per unit of fuel saved - per kWh on ELEC, per   *
      * therm on the gas fuel type - plus, on ELEC, what it pays per *
      * horsepower of variable speed drive installed.  Keyed by fuel *
      * type plus the date the program terms take effect - the same  *
      * effective-dated arrangement as RATETAB and EMISFAC - so a    *
      * project is rebated at the terms in force on its install      *
      * date.  INC-CAP-PCT LIMITS THE REBATE TO A PERCENT OF THE     *
      * PROJECT'S CAPITAL COST (ZERO = NO CAP).                      *
      *****************************************************************
       01 INCENTIVE-TABLE-RECORD.
              05 INC-INCENTIVE-KEY.
                     10 INC-FUEL-TYPE      PIC X(04).
                     10 INC-EFFECTIVE-DATE PIC 9(08).
              05 INC-PROGRAM-NAME   PIC X(20).
              05 INC-PER-UNIT       PIC S9(3)V9999 USAGE COMP.
              05 INC-PER-VSD-HP     PIC S9(5)V99 USAGE COMP.
              05 INC-CAP-PCT        PIC 9(03).
