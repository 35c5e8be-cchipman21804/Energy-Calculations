      *****************************************************************
      * AUDITLOG - SHARED CALCULATOR RUN HISTORY RECORD               *
      *                                                                *
      * Appended to by FUELSAVE, AFFINITY, MOTORSAV and FUELSWCH      *
      * every time a calculation is completed, so a run can be        *
      * reconstructed after the fact without re-keying the original   *
      * inputs.  FUELSWCH WRITES ONE FUELSWCH RESULT-TYPE ROW PER     *
      * PRICED CANDIDATE FUEL (INPUT-1 EFFICIENCY %, INPUT-2 HEAT     *
      * CONTENT KBTU PER UNIT, RESULT ANNUAL FUEL COST).              *
      * AUD-SITE-CODE CARRIES THE PLANT THE CALCULATION BELONGS TO   *
      * SO THE HISTORY REPORT CAN BREAK BY SITE.  AUD-OPERATOR-ID   *
      * IS THE SIGNED-ON OPERATOR FROM THE OPERSESS SESSION RECORD  *
