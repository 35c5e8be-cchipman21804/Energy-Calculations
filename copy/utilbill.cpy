      *****************************************************************
      * UTILBILL - UTILITY INVOICE RECORD                             *
      *                                                                *
      * One record per site, fuel type and billing period, keyed     *
      * from the utility invoices as they arrive.  Consumption is    *
      * the billed usage for the period in the fuel type's RATETAB   *
      * units, peak kW is the billed demand (electric bills only -   *
      * zero otherwise), rate charged is the energy rate per unit    *
      * printed on the invoice, and the invoice total is the amount  *
      * billed for energy and demand together.  INVAUDIT re-prices   *
      * every bill against RATETAB and reports the exceptions.       *
      *****************************************************************
       01 UTILITY-BILL-RECORD.
              05 UTB-SITE-CODE     PIC X(03).
              05 UTB-FUEL-TYPE     PIC X(04).
              05 UTB-PERIOD-START  PIC 9(08).
              05 UTB-PERIOD-END    PIC 9(08).
              05 UTB-INVOICE-NO    PIC X(10).
              05 UTB-CONSUMPTION   PIC S9(7)V99
                                   SIGN TRAILING SEPARATE.
              05 UTB-PEAK-KW       PIC S9(5)V99
                                   SIGN TRAILING SEPARATE.
              05 UTB-RATE-CHARGED  PIC S9(3)V9999
                                   SIGN TRAILING SEPARATE.
              05 UTB-INVOICE-TOTAL PIC S9(7)V99
                                   SIGN TRAILING SEPARATE.
