                             "re-enter the selection"
                     go to select-criteria
              end-if
              display "Enter program to select - FUELSAVE, "
                      "AFFINITY, MOTORSAV or FUELSWCH (blank for "
                      "all): "
              accept sel-program
              display "Enter result type to select - PCTEFF, "
                      "DLRSAVE, DMDSAVE, QUANTITY2, WATTS, MTRKWH, "
                      "PAYBACK or FUELSWCH (blank for all): "
              accept sel-result-type.

      *****************************************************************
