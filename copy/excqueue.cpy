      *****************************************************************
      * EXCQUEUE - CONSOLIDATED EXCEPTION WORK QUEUE RECORD           *
      *                                                                *
      * One record per exception raised by a batch program, keyed by  *
      * the date it was raised and a tie-breaking sequence number,    *
      * with an alternate key (duplicates allowed) on the source      *
      * program, exception type and item key so a raising program    *
      * can find an item already open and count it as seen again     *
      * instead of queueing it a second time.  Items are worked -     *
      * assigned, commented on and closed - through EXCQMNT, and the *
      * open ones aged by site and type on EXCAGE.  EXQ-STATUS IS:   *
      *                                                              *
      *   O - OPEN, NOT YET ASSIGNED                                 *
      *   A - ASSIGNED TO AN OPERATOR                                *
      *   C - CLOSED                                                 *
      *                                                              *
      * SOURCE PROGRAMS, TYPES AND ITEM KEYS:                        *
      *                                                              *
      *   TRANEDIT FREJ / AREJ - FUELTRAN / AFFTRAN REJECT,          *
      *            KEY EQUIPMENT ID AND REJECT REASON CODE           *
      *   SAVRECON VARI - SAVINGS VARIANCE OVER TOLERANCE,           *
      *            KEY EQUIPMENT ID AND FUEL TYPE                    *
      *   EFFTREND DRFT - EFFICIENCY DRIFT, KEY EQUIPMENT ID         *
      *   PAYBACK  LATE - PAST PROJECTED PAYBACK, KEY PROJECT NO     *
      *   RATELOAD HELD - RATE HELD BACK FROM THE TABLE,             *
      *            KEY FUEL TYPE AND EFFECTIVE DATE                  *
      *   BALANCE  OOBL - OUT-OF-BALANCE LEG, KEY LEG AND RUN DATE   *
      *****************************************************************
       01 EXCEPTION-QUEUE-RECORD.
              05 EXQ-QUEUE-KEY.
                     10 EXQ-RAISED-DATE   PIC 9(08).
                     10 EXQ-SEQUENCE      PIC 9(04).
              05 EXQ-MATCH-KEY.
                     10 EXQ-SOURCE-PROGRAM
                                          PIC X(08).
                     10 EXQ-EXCEPTION-TYPE
                                          PIC X(04).
                     10 EXQ-ITEM-KEY      PIC X(20).
              05 EXQ-SITE-CODE     PIC X(03).
              05 EXQ-DESCRIPTION   PIC X(40).
              05 EXQ-STATUS        PIC X(01).
              05 EXQ-LAST-SEEN-DATE
                                   PIC 9(08).
              05 EXQ-TIMES-SEEN    PIC 9(04) USAGE COMP.
              05 EXQ-ASSIGNED-TO   PIC X(08).
              05 EXQ-ASSIGNED-DATE PIC 9(08).
              05 EXQ-COMMENT       PIC X(60).
              05 EXQ-COMMENT-BY    PIC X(08).
              05 EXQ-COMMENT-DATE  PIC 9(08).
              05 EXQ-CLOSED-BY     PIC X(08).
              05 EXQ-CLOSED-DATE   PIC 9(08).
