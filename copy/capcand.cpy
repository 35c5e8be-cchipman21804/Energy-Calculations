      *****************************************************************
      * CAPCAND - CAPITAL PLAN CANDIDATE RECORD                       *
      *                                                                *
      * One record per candidate retrofit collected by CAPPLAN from  *
      * the sweep extract, the tune-up worklist and the FUELSAVE     *
      * savings projections, keyed by equipment id and the source   *
      * the candidate came from.  CAP-COST-SOURCE IS "DRVCAT" WHEN   *
      * THE CAPITAL COST IS THE RECOMMENDED DRIVE'S CATALOG PRICE,   *
      * "ESTIMATE" WHEN IT WAS KEYED BY THE ENERGY OFFICE, AND       *
      * SPACES WHILE THE CANDIDATE IS STILL UNCOSTED.  CAP-STATUS IS *
      * "N" (NEW), "A" (APPROVED) OR "L" (LOADED TO PROJMST UNDER    *
      * CAP-PROJECT-NO).  THE RANK, CUT FLAG, PAYBACK AND NPV ARE    *
      * THOSE LEFT BY THE LAST RANKING RUN.                          *
      *****************************************************************
       01 CAPITAL-CANDIDATE-RECORD.
              05 CAP-CANDIDATE-KEY.
                     10 CAP-EQUIP-ID      PIC X(10).
                     10 CAP-SOURCE        PIC X(08).
              05 CAP-SITE-CODE     PIC X(03).
              05 CAP-DESCRIPTION   PIC X(20).
              05 CAP-COLLECT-DATE  PIC 9(08).
              05 CAP-ANNUAL-SAVINGS
                                   PIC S9(7)V99 USAGE COMP.
              05 CAP-CAPITAL-COST  PIC S9(7)V99 USAGE COMP.
              05 CAP-COST-SOURCE   PIC X(08).
              05 CAP-PAYBACK-YEARS PIC S9(3)V99 USAGE COMP.
              05 CAP-NPV           PIC S9(9)V99 USAGE COMP.
              05 CAP-RANK          PIC 9(04).
              05 CAP-CUT-FLAG      PIC X(01).
              05 CAP-STATUS        PIC X(01).
              05 CAP-PROJECT-NO    PIC X(08).
