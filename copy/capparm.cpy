      *****************************************************************
      * CAPPARM - CAPITAL PLAN RANKING PARAMETER RECORD               *
      *                                                                *
      * One record, read by CAPPLAN's ranking run: the discount rate *
      * and yearly energy-rate escalation (both as a percent) and    *
      * the number of years the net present value is taken over.     *
      * A MISSING FILE OR A RECORD THAT IS NOT NUMERIC MAKES THE     *
      * RANKING RUN PROMPT FOR THE THREE VALUES ON THE CONSOLE.  THE *
      * VALUES USED ARE ECHOED ON THE RANKING REPORT HEADING.        *
      *****************************************************************
       01 CAPITAL-PARAMETER-RECORD.
              05 CPP-DISCOUNT-RATE PIC 9(02)V99.
              05 CPP-ANALYSIS-YEARS
                                   PIC 9(02).
              05 CPP-ESCALATION-RATE
                                   PIC 9(02)V99.
