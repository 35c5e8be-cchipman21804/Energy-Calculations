      *****************************************************************
      * BUDGMST - SITE ENERGY BUDGET MASTER RECORD                    *
      *                                                                *
      * One record per site, fuel type and budget year, holding the  *
      * budgeted consumption (in the fuel type's RATETAB units) and  *
      * budgeted dollars for each of the twelve calendar months.     *
      * Maintained by BUDMNT; read by BUDVAR for the monthly         *
      * budget-versus-actual report.                                 *
      *****************************************************************
       01 SITE-BUDGET-RECORD.
              05 BUD-BUDGET-KEY.
                     10 BUD-SITE-CODE     PIC X(03).
                     10 BUD-FUEL-TYPE     PIC X(04).
                     10 BUD-YEAR          PIC 9(04).
              05 BUD-MONTH OCCURS 12 TIMES.
                     10 BUD-CONSUMPTION   PIC S9(7)V99 USAGE COMP.
                     10 BUD-DOLLARS       PIC S9(7)V99 USAGE COMP.
