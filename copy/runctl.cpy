      *****************************************************************
      * RUNCTL - BATCH RUN-CONTROL PARAMETER RECORD                   *
      *                                                                *
      * One record, read by FUELSAVE, AFFINITY, MOTORSAV and         *
      * FUELSWCH at startup so the scheduler can launch the batch    *
      * stream with no keyboard input.  RNC-MODE "B" runs batch,     *
      * "I" runs interactive; any other value (or no RUNCTL file at  *
      * all) makes the programs prompt on the console exactly as     *
      * they always have.                                            *
      * RNC-CHECKPOINT-INTERVAL AND RNC-LINES-PER-PAGE OVERRIDE THE  *
      * PROGRAM DEFAULTS ONLY WHEN NUMERIC AND GREATER THAN ZERO.    *
      * THE PARAMETERS USED ARE ECHOED ON THE BATCH SUMMARY REPORT   *
