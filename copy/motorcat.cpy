      *****************************************************************
      * MOTORCAT - PREMIUM-EFFICIENCY MOTOR CATALOG RECORD            *
      *                                                               *
      * One record per premium-efficiency motor we can buy, keyed    *
      * by horsepower, synchronous speed and enclosure (ODP, TEFC,   *
      * EXPL), with its nameplate nominal efficiency and price, so   *
      * MOTORSAV can price a like-for-like replacement for an        *
      * existing motor without the vendor catalog on the desk.       *
      *****************************************************************
       01 MOTOR-CATALOG-RECORD.
              05 MTC-CATALOG-KEY.
                     10 MTC-HP            PIC 9(04)V99.
                     10 MTC-SPEED         PIC 9(04).
                     10 MTC-ENCLOSURE     PIC X(04).
              05 MTC-NOMINAL-EFF   PIC S99V99 USAGE COMP.
              05 MTC-PRICE         PIC S9(7)V99 USAGE COMP.
