              display "18 - Batch tariff load (RATELOAD)"
              display "19 - Operator master maintenance (OPERMNT)"
              display "20 - Drive catalog maintenance (DRVMNT)"
              display "21 - Utility invoice audit (INVAUDIT)"
              display "22 - Site energy budget maintenance (BUDMNT)"
              display "23 - Budget versus actual report (BUDVAR)"
              display "24 - Change journal inquiry (JRNLINQ)"
              display "25 - Referential integrity check (REFCHECK)"
              display "26 - Motor catalog maintenance (MOTORMNT)"
              display "27 - Premium motor replacement (MOTORSAV)"
              display "28 - Capital plan ranking (CAPPLAN)"
              display "29 - Incentive program maintenance (INCMNT)"
              display "30 - Rebate tracking maintenance (REBMNT)"
              display "31 - Rebate eligibility and aging (REBCALC)"
              display "32 - Production volume maintenance (PRODMNT)"
              display "33 - Production energy intensity (PRODINT)"
              display "34 - Exception work queue (EXCQMNT)"
              display "35 - Exception aging report (EXCAGE)"
              display "36 - Fuel-switching study (FUELSWCH)"
              display "37 - Exit"
              display spaces
              display "Select an option: "
              accept menu-choice
              if menu-choice = 37
                     go to end-program
              end-if
              if menu-choice < 1 or menu-choice > 37
                     display "Invalid selection"
                     go to menu-display
              end-if
      *****************************************************************
       check-authorization.
              if (menu-choice = 3 or 4 or 9 or 10 or 12 or 14
                  or 16 or 17 or 18 or 19 or 20 or 22 or 26 or 28
                  or 29 or 30 or 32)
                 and signon-auth-level < 2
                     display "Option requires a maintenance-level "
                             "operator - request refused"
              end-if
              if menu-choice = 20
                     call "drvmnt"
              end-if
              if menu-choice = 21
                     call "invaudit"
              end-if
              if menu-choice = 22
                     call "budmnt"
              end-if
              if menu-choice = 23
                     call "budvar"
              end-if
              if menu-choice = 24
                     call "jrnlinq"
              end-if
              if menu-choice = 25
                     call "refcheck"
              end-if
              if menu-choice = 26
                     call "motormnt"
              end-if
              if menu-choice = 27
                     call "motorsav"
              end-if
              if menu-choice = 28
                     call "capplan"
              end-if
              if menu-choice = 29
                     call "incmnt"
              end-if
              if menu-choice = 30
                     call "rebmnt"
              end-if
              if menu-choice = 31
                     call "rebcalc"
              end-if
              if menu-choice = 32
                     call "prodmnt"
              end-if
              if menu-choice = 33
                     call "prodint"
              end-if
              if menu-choice = 34
                     call "excqmnt"
              end-if
              if menu-choice = 35
                     call "excage"
              end-if
              if menu-choice = 36
                     call "fuelswch"
              end-if.

       end-program.
