      *****************************************************************
      * PRODMST - SITE PRODUCTION VOLUME RECORD                       *
      *                                                                *
      * One record per site and calendar month, holding the units    *
      * the plant produced and the days it operated, so the energy   *
      * it used can be measured per unit produced instead of raw -   *
      * a busy month no longer reads as a savings failure.  Keyed    *
      * by site code and period (YYYYMM).  PRD-UNIT-OF-MEASURE NAMES *
      * WHAT THE PLANT COUNTS (TONS, CASES, ...) FOR THE REPORT.     *
      * Maintained by PRODMNT; read by PRODINT.                      *
      *****************************************************************
       01 PRODUCTION-RECORD.
              05 PRD-PRODUCTION-KEY.
                     10 PRD-SITE-CODE     PIC X(03).
                     10 PRD-PERIOD        PIC 9(06).
              05 PRD-UNITS-PRODUCED PIC S9(9)V99 USAGE COMP.
              05 PRD-UNIT-OF-MEASURE
                                   PIC X(08).
              05 PRD-OPERATING-DAYS PIC 9(02).
