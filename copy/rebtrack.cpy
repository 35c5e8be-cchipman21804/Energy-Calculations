      *****************************************************************
      * REBTRACK - UTILITY REBATE TRACKING RECORD                     *
      *                                                                *
      * One record per PROJMST retrofit project, keyed by project     *
      * number, following the project's utility rebate from the      *
      * eligible amount REBCALC works out to the cheque.  The fuel   *
      * type, units saved, VSD horsepower and eligible amount are    *
      * refreshed by each REBCALC run until an application is       *
      * made; the application date, amount claimed, amount approved *
      * and date paid are keyed through REBMNT.  REB-STATUS IS:     *
      *                                                              *
      *   E - ELIGIBLE, NO APPLICATION MADE YET                      *
      *   A - APPLIED FOR, AWAITING THE UTILITY'S DECISION           *
      *   V - APPROVED BY THE UTILITY, NOT YET PAID                  *
      *   P - PAID - THE APPROVED AMOUNT HAS BEEN RECEIVED           *
      *   D - DENIED BY THE UTILITY                                  *
      *****************************************************************
       01 REBATE-TRACKING-RECORD.
              05 REB-PROJECT-NO    PIC X(08).
              05 REB-EQUIP-ID      PIC X(10).
              05 REB-SITE-CODE     PIC X(03).
              05 REB-FUEL-TYPE     PIC X(04).
              05 REB-UNITS-SAVED   PIC S9(9)V99 USAGE COMP.
              05 REB-VSD-HP        PIC S9(4)V99 USAGE COMP.
              05 REB-ELIGIBLE      PIC S9(7)V99 USAGE COMP.
              05 REB-CALC-DATE     PIC 9(08).
              05 REB-APPLY-DATE    PIC 9(08).
              05 REB-CLAIMED       PIC S9(7)V99 USAGE COMP.
              05 REB-APPROVED      PIC S9(7)V99 USAGE COMP.
              05 REB-PAID-DATE     PIC 9(08).
              05 REB-STATUS        PIC X(01).
