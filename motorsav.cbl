      *****************************************************************
      * PREMIUM-EFFICIENCY MOTOR REPLACEMENT CALCULATOR               *
      *                                                               *
      * Prices replacing an existing motor on an EQUIPMST unit with  *
      * the premium-efficiency motor of the same speed and enclosure *
      * from the MOTORCAT catalog (the smallest catalog motor of at  *
      * least the existing horsepower).  The input power of the      *
      * existing and premium motors at the unit's average load is    *
      * compared over its annual operating hours, and the kWh saved  *
      * is priced at the ELEC rate on RATETAB in effect on the run   *
      * date to give the annual dollar savings and the simple        *
      * payback on the catalog price.                                *
      *                                                               *
      * Can be run interactively (one motor at a time) or in batch   *
      * mode against the MTRTRAN transaction file.  Every priced     *
      * replacement is logged to AUDITLOG (and AUDITIDX) - MTRKWH,   *
      * DLRSAVE and PAYBACK rows - and appended to the MTRCSV        *
      * cost-accounting extract.                                     *
      *****************************************************************

       identification division.
       program-id.   motorsav.

       environment division.
       input-output section.
       file-control.
           select motor-tran-file assign to "MTRTRAN"
               organization is line sequential
               file status is mtt-file-status.
           select optional audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is aud-file-status.
           select optional audit-index-file assign to "AUDITIDX"
               organization is indexed
               access mode is dynamic
               record key is axr-index-key
               alternate record key is axr-run-date
                   with duplicates
               file status is axr-file-status.
           select optional equip-master-file assign to "EQUIPMST"
               organization is indexed
               access mode is random
               record key is eqm-equip-id
               file status is eqm-file-status.
           select optional motor-catalog-file assign to "MOTORCAT"
               organization is indexed
               access mode is dynamic
               record key is mtc-catalog-key
               file status is mtc-file-status.
           select optional rate-table-file assign to "RATETAB"
               organization is indexed
               access mode is dynamic
               record key is rtb-rate-key
               file status is rtb-file-status.
           select optional print-file assign to "MTRRPT"
               organization is line sequential
               file status is rpt-file-status.
           select optional csv-file assign to "MTRCSV"
               organization is line sequential
               file status is csv-file-status.
           select optional runctl-file assign to "RUNCTL"
               organization is line sequential
               file status is rnc-file-status.
           select optional session-file assign to "OPERSESS"
               organization is line sequential
               file status is oss-file-status.

       data division.
       file section.
       fd  motor-tran-file
           label records are standard.
       copy "mtrtran.cpy".

       fd  audit-file
           label records are standard.
       copy "audtrec.cpy".

       fd  audit-index-file
           label records are standard.
       copy "audxrec.cpy".

       fd  equip-master-file
           label records are standard.
       copy "equipmst.cpy".

       fd  motor-catalog-file
           label records are standard.
       copy "motorcat.cpy".

       fd  rate-table-file
           label records are standard.
       copy "ratetab.cpy".

       fd  print-file
           label records are standard.
       copy "rptrec.cpy".

       fd  csv-file
           label records are standard.
       copy "csvrec.cpy".

       fd  runctl-file
           label records are standard.
       copy "runctl.cpy".

       fd  session-file
           label records are standard.
       copy "opersess.cpy".

       working-storage section.

      *****************************************************************
      *                                                               *
      * Motor replacement savings:                                    *
      *                                                               *
      * Shaft kW  = HP x 0.746 x (load % / 100)                       *
      * Input kW  = Shaft kW x 100 / efficiency %                     *
      * kW saved  = Input kW (existing) - Input kW (premium)          *
      * kWh saved = kW saved x annual operating hours                 *
      * $ saved   = kWh saved x ELEC rate                             *
      * Payback   = premium motor price / $ saved  (years)            *
      *                                                               *
      *****************************************************************

       01 CALC-FIELDS.
              05 EQUIP-ID          PIC X(10).
              05 SITE-CODE         PIC X(03).
              05 MOTOR-HP          PIC 9(04)V99.
              05 MOTOR-SPEED       PIC 9(04).
              05 MOTOR-ENCLOSURE   PIC X(04).
                     88 VALID-ENCLOSURE VALUE "ODP " "TEFC" "EXPL".
              05 EXISTING-EFF      PIC S99V99 USAGE COMP.
              05 LOAD-PCT          PIC 9(03) USAGE COMP.
              05 OPER-HOURS        PIC S9(4) USAGE COMP.
              05 PREMIUM-HP        PIC 9(04)V99.
              05 PREMIUM-EFF       PIC S99V99 USAGE COMP.
              05 PREMIUM-PRICE     PIC S9(7)V99 USAGE COMP.
              05 SHAFT-KW          PIC S9(5)V9999 USAGE COMP.
              05 EXISTING-INPUT-KW PIC S9(5)V9999 USAGE COMP.
              05 PREMIUM-INPUT-KW  PIC S9(5)V9999 USAGE COMP.
              05 KW-SAVED          PIC S9(5)V9999 USAGE COMP.
              05 KWH-SAVED         PIC S9(7)V99 USAGE COMP.
              05 ANNUAL-SAVINGS    PIC S9(7)V99 USAGE COMP.
              05 PAYBACK-YEARS     PIC S9(3)V99 USAGE COMP.
              05 EFFECTIVE-RATE    PIC S9(3)V9999 USAGE COMP.

       01 ELEC-FUEL-TYPE          PIC X(04) VALUE "ELEC".

       01 DISP-FIELDS.
              05 MOTOR-HP-OUT      PIC ZZZ9.99 USAGE DISPLAY.
              05 PREMIUM-HP-OUT    PIC ZZZ9.99 USAGE DISPLAY.
              05 EXISTING-EFF-OUT  PIC Z9.99 USAGE DISPLAY.
              05 PREMIUM-EFF-OUT   PIC Z9.99 USAGE DISPLAY.
              05 KWH-SAVED-OUT     PIC Z,ZZZ,ZZ9.99- USAGE DISPLAY.
              05 ANNUAL-SAVINGS-OUT
                                   PIC $$,$$$,$$9.99- USAGE DISPLAY.
              05 PREMIUM-PRICE-OUT PIC $$,$$$,$$9.99 USAGE DISPLAY.
              05 PAYBACK-YEARS-OUT PIC ZZ9.99 USAGE DISPLAY.

       01 MTT-FILE-STATUS         PIC X(02).
       01 AUD-FILE-STATUS         PIC X(02).
       01 AXR-FILE-STATUS         PIC X(02).
       01 EQM-FILE-STATUS         PIC X(02).
       01 MTC-FILE-STATUS         PIC X(02).
       01 RTB-FILE-STATUS         PIC X(02).
       01 RPT-FILE-STATUS         PIC X(02).
       01 OSS-FILE-STATUS         PIC X(02).
       01 RNC-FILE-STATUS         PIC X(02).

      *****************************************************************
      * THE OPERATOR STAMPED ON EVERY AUDIT ROW - THE SIGNED-ON ID   *
      * FROM THE OPERSESS SESSION RECORD ENERGYMENU WRITES, OR       *
      * "(BATCH)" WHEN THE PROGRAM WAS LAUNCHED OUTSIDE THE MENU    *
      * (THE SCHEDULER'S NIGHT STREAM).                              *
      *****************************************************************
       01 OPERATOR-ID             PIC X(08) VALUE "(BATCH)".

      *****************************************************************
      * REPORT CONTROL FIELDS AND LINE LAYOUTS FOR THE BATCH SUMMARY  *
      * REPORT.  RPT-DETAIL-COUNT COUNTS ONLY REPLACEMENTS ACTUALLY   *
      * PRICED, SEPARATE FROM RECORDS-PROCESSED WHICH INCLUDES        *
      * RECORDS SKIPPED BY VALIDATION OR WITH NO CATALOG MOTOR.       *
      *****************************************************************
       01 LINES-PER-PAGE          PIC 9(02) USAGE COMP VALUE 50.
       01 LINE-COUNT              PIC 9(02) USAGE COMP VALUE 99.
       01 PAGE-COUNT              PIC 9(04) USAGE COMP VALUE 0.
       01 RECORDS-PROCESSED       PIC 9(08) USAGE COMP VALUE 0.
       01 RPT-DETAIL-COUNT        PIC 9(08) USAGE COMP VALUE 0.
       01 RPT-RUN-DATE            PIC 9(08).
       01 TOTAL-KWH-SAVED         PIC S9(09)V99 USAGE COMP VALUE 0.
       01 TOTAL-SAVINGS           PIC S9(09)V99 USAGE COMP VALUE 0.
       01 TOTAL-PRICE             PIC S9(09)V99 USAGE COMP VALUE 0.

       01 RPT-HEADING-1.
              05 FILLER            PIC X(30)
                                    VALUE "MOTOR REPLACEMENT CALC".
              05 FILLER            PIC X(21)
                                    VALUE "DAILY BATCH REPORT   ".
              05 FILLER            PIC X(06) VALUE "PAGE: ".
              05 RPT1-PAGE-OUT     PIC ZZZ9.

       01 RPT-HEADING-2.
              05 FILLER            PIC X(11) VALUE "RUN DATE: ".
              05 RPT2-DATE-OUT     PIC 9(08).
              05 FILLER            PIC X(13) VALUE "  ELEC RATE: ".
              05 RPT2-RATE-OUT     PIC ZZ9.9999.

       01 RPT-HEADING-3.
              05 FILLER            PIC X(12) VALUE "EQUIPMENT ID".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(07) VALUE "OLD HP ".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(05) VALUE "OLD %".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(07) VALUE "NEW HP ".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(05) VALUE "NEW %".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(13) VALUE "    KWH SAVED".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(14) VALUE "ANNUAL SAVINGS".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(13) VALUE "  MOTOR PRICE".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(06) VALUE "PAYBK".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(04) VALUE "SITE".

       01 RPT-DETAIL-LINE.
              05 RPT-EQUIP-ID-OUT  PIC X(12).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-OLD-HP-OUT    PIC ZZZ9.99.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-OLD-EFF-OUT   PIC Z9.99.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-NEW-HP-OUT    PIC ZZZ9.99.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-NEW-EFF-OUT   PIC Z9.99.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-KWH-OUT       PIC Z,ZZZ,ZZ9.99-.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-SAVINGS-OUT   PIC $$,$$$,$$9.99-.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-PRICE-OUT     PIC $$,$$$,$$9.99.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-PAYBACK-OUT   PIC ZZ9.99.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-SITE-OUT      PIC X(03).

       01 RPT-TOTAL-LINE.
              05 FILLER            PIC X(20)
                                    VALUE "RECORDS PROCESSED: ".
              05 RPT-COUNT-OUT     PIC ZZZZ9.
              05 FILLER            PIC X(10) VALUE "  PRICED: ".
              05 RPT-PRICED-OUT    PIC ZZZZ9.

       01 RPT-TOTAL-LINE-2.
              05 FILLER            PIC X(17)
                                    VALUE "TOTAL KWH SAVED: ".
              05 RPT-TOT-KWH-OUT   PIC ZZZ,ZZZ,ZZ9.99-.
              05 FILLER            PIC X(18)
                                    VALUE "  TOTAL SAVINGS: ".
              05 RPT-TOT-SAVE-OUT  PIC $$$$,$$$,$$9.99-.
              05 FILLER            PIC X(16)
                                    VALUE "  TOTAL PRICE: ".
              05 RPT-TOT-PRICE-OUT PIC $$$$,$$$,$$9.99.

       01 CSV-FILE-STATUS         PIC X(02).
       01 CSV-BUILD-LINE          PIC X(160).
       01 CSV-OLD-HP-OUT          PIC 9(04).9(02).
       01 CSV-OLD-EFF-OUT         PIC 9(02).9(02).
       01 CSV-NEW-HP-OUT          PIC 9(04).9(02).
       01 CSV-NEW-EFF-OUT         PIC 9(02).9(02).
       01 CSV-KWH-OUT             PIC -9(07).99.
       01 CSV-SAVINGS-OUT         PIC -9(07).99.
       01 CSV-PRICE-OUT           PIC 9(07).99.
       01 CSV-PAYBACK-OUT         PIC 9(03).99.

       01 SWITCHES.
              05 BATCH-MODE-SW     PIC X(01) VALUE "N".
                     88 BATCH-MODE VALUE "Y" "y".
              05 RUNCTL-FOUND-SW   PIC X(01) VALUE "N".
                     88 RUNCTL-FOUND VALUE "Y".
              05 EOF-MOTOR-TRAN    PIC X(01) VALUE "N".
                     88 END-OF-MOTOR-TRAN VALUE "Y".
              05 VALID-INPUT-SW    PIC X(01) VALUE "Y".
                     88 VALID-MOTOR-INPUT VALUE "Y".
              05 EQUIP-FOUND-SW    PIC X(01) VALUE "N".
                     88 EQUIP-FOUND VALUE "Y".
              05 MOTOR-FOUND-SW    PIC X(01) VALUE "N".
                     88 MOTOR-FOUND VALUE "Y".
              05 CATALOG-EOF-SW    PIC X(01) VALUE "N".
                     88 END-OF-CATALOG VALUE "Y".
              05 RATE-FOUND-SW     PIC X(01) VALUE "N".
                     88 RATE-FOUND VALUE "Y".
              05 RATE-SCAN-EOF-SW  PIC X(01) VALUE "N".
                     88 END-OF-RATE-SCAN VALUE "Y".
              05 INDEX-WRITTEN-SW  PIC X(01) VALUE "N".
                     88 INDEX-WRITTEN VALUE "Y".

       procedure division.
       init-ws.

      *****************************************************************
      * THIS PROGRAM MAY BE CALLED MORE THAN ONCE IN THE SAME RUN     *
      * UNIT (FROM ENERGYMENU'S MENU LOOP), AND COBOL DOES NOT RESET  *
      * A CALLED SUBPROGRAM'S WORKING-STORAGE BETWEEN CALLS ON ITS    *
      * OWN.  EVERY SWITCH AND BATCH/REPORT CONTROL FIELD IS RESET    *
      * HERE EXPLICITLY SO A SECOND CALL STARTS CLEAN.                *
      *****************************************************************
              initialize calc-fields
              initialize disp-fields
              move "N" to batch-mode-sw
              move "N" to runctl-found-sw
              move 50 to lines-per-page
              move "N" to eof-motor-tran
              move "Y" to valid-input-sw
              move "N" to equip-found-sw
              move "N" to motor-found-sw
              move "N" to catalog-eof-sw
              move "N" to rate-found-sw
              move "N" to rate-scan-eof-sw
              move 0 to records-processed
              move 0 to page-count
              move 99 to line-count
              move 0 to rpt-detail-count
              move 0 to total-kwh-saved
              move 0 to total-savings
              move 0 to total-price
              accept rpt-run-date from date yyyymmdd
              open extend audit-file
              if aud-file-status = "35"
                     open output audit-file
              end-if
              open i-o audit-index-file
              if axr-file-status = "35"
                     open output audit-index-file
                     close audit-index-file
                     open i-o audit-index-file
              end-if
              open extend csv-file
              if csv-file-status = "35"
                     open output csv-file
              end-if
              open input equip-master-file
              open input motor-catalog-file
              open input rate-table-file
              perform read-session
              perform lookup-elec-rate.

       select-mode.
              display "PREMIUM-EFFICIENCY MOTOR REPLACEMENT CALCULATOR"
              display spaces
              perform read-run-control
              if runctl-found
                     if batch-mode
                            display "Run parameters read from RUNCTL "
                                    "- no operator input needed"
                     else
                            display "Run mode taken from RUNCTL - "
                                    "interactive"
                     end-if
              else
                     display "Run in batch mode from a transaction "
                             "file? (Y/N): "
                     accept batch-mode-sw
              end-if
              if batch-mode
                     go to batch-control
              end-if
              go to user-input.

      *****************************************************************
      * READ-RUN-CONTROL READS THE OPTIONAL RUNCTL PARAMETER FILE SO  *
      * THE SCHEDULER CAN RUN THIS PROGRAM IN THE NIGHT STREAM WITH   *
      * NO ONE AT THE CONSOLE.  A MISSING FILE, EMPTY FILE, OR A MODE *
      * THAT IS NOT B OR I LEAVES THE MODE PROMPT EXACTLY AS IT       *
      * ALWAYS WAS.  THE LINES-PER-PAGE OVERRIDE APPLIES ONLY WHEN    *
      * NUMERIC AND GREATER THAN ZERO; THE RESTART AND CHECKPOINT     *
      * FIELDS DO NOT APPLY HERE.                                     *
      *****************************************************************
       read-run-control.
              move "N" to runctl-found-sw
              open input runctl-file
              read runctl-file
                  at end move spaces to run-control-record
              end-read
              if rnc-mode = "B" or "b" or "I" or "i"
                     move "Y" to runctl-found-sw
                     if rnc-mode = "B" or "b"
                            move "Y" to batch-mode-sw
                     else
                            move "N" to batch-mode-sw
                     end-if
                     if rnc-lines-per-page is numeric
                        and rnc-lines-per-page > 0
                            move rnc-lines-per-page
                                 to lines-per-page
                     end-if
              end-if
              close runctl-file.

      *****************************************************************
      * READ-SESSION PICKS UP THE SIGNED-ON OPERATOR FROM THE        *
      * OPERSESS SESSION RECORD ENERGYMENU WRITES AT SIGN-ON.  A     *
      * MISSING OR BLANK SESSION MEANS THE RUN CAME FROM OUTSIDE     *
      * THE MENU AND THE AUDIT ROWS STAMP AS "(BATCH)".              *
      *****************************************************************
       read-session.
              move "(BATCH)" to operator-id
              open input session-file
              read session-file
                  at end move spaces to operator-session-record
              end-read
              close session-file
              if oss-operator-id not = spaces
                     move oss-operator-id to operator-id
              end-if.

       user-input.
              display "Enter zero for any parameter to end the program."
              display spaces
              display "Enter equipment id: "
              accept equip-id
              if equip-id = spaces
                     go to end-program
              end-if
              perform lookup-equipment
              if not equip-found
                     display "Equipment " equip-id " is not on the "
                             "EQUIPMST equipment master"
                     go to user-input
              end-if
              display "Enter existing motor horsepower: "
              accept motor-hp
              if motor-hp = 0
                     go to end-program
              end-if
              display "Enter synchronous speed (RPM): "
              accept motor-speed
              if motor-speed = 0
                     go to end-program
              end-if
              display "Enter enclosure (ODP, TEFC, EXPL): "
              accept motor-enclosure
              display "Enter existing motor efficiency %: "
              accept existing-eff
              if existing-eff = 0
                     go to end-program
              end-if
              display "Enter average load % of nameplate: "
              accept load-pct
              if load-pct = 0
                     go to end-program
              end-if
              display "Enter annual operating hours: "
              accept oper-hours
              if oper-hours = 0
                     go to end-program
              end-if
              perform validate-motor-input
              if not valid-motor-input
                     go to user-input
              end-if
              perform select-premium-motor
              if not motor-found
                     display "No " motor-enclosure " motor at "
                             motor-speed " RPM of at least "
                             motor-hp " HP on the MOTORCAT catalog"
                     go to user-input
              end-if
              if premium-eff not > existing-eff
                     display "The existing motor is already at or "
                             "above the catalog premium efficiency"
                     go to user-input
              end-if.

       calculate-it.

      *****************************************************************
      * EACH STEP IS KEPT TO ONE MULTIPLY OR DIVIDE OVER A STORED     *
      * RESULT SO NO INTERMEDIATE QUOTIENT CAN TRUNCATE - SEE THE     *
      * FORMULA BOX IN WORKING-STORAGE.                               *
      *****************************************************************
              compute shaft-kw rounded =
                      motor-hp * 0.746 * load-pct / 100
              compute existing-input-kw rounded =
                      shaft-kw * 100 / existing-eff
              compute premium-input-kw rounded =
                      shaft-kw * 100 / premium-eff
              subtract premium-input-kw from existing-input-kw
                  giving kw-saved
              compute kwh-saved rounded = kw-saved * oper-hours
              move 0 to annual-savings
              move 0 to payback-years
              if rate-found
                     compute annual-savings rounded =
                             kwh-saved * effective-rate
              end-if
              if annual-savings > 0
                     compute payback-years rounded =
                             premium-price / annual-savings
                         on size error
                                move 999.99 to payback-years
                     end-compute
              end-if
              move motor-hp to motor-hp-out
              move premium-hp to premium-hp-out
              move existing-eff to existing-eff-out
              move premium-eff to premium-eff-out
              move kwh-saved to kwh-saved-out
              move annual-savings to annual-savings-out
              move premium-price to premium-price-out
              move payback-years to payback-years-out.

       disp-result.
              display "Equipment ID: " equip-id "  Site: " site-code
              display "Existing motor: " motor-hp-out " HP at "
                      existing-eff-out "%"
              display "Premium motor:  " premium-hp-out " HP at "
                      premium-eff-out "%"
              display "Annual kWh Saved: " kwh-saved-out
              if rate-found
                     display "Estimated Annual Dollar Savings: "
                             annual-savings-out
              else
                     display "No ELEC rate in effect on RATETAB - "
                             "dollar savings not priced"
              end-if
              display "Premium Motor Price: " premium-price-out
              if annual-savings > 0
                     display "Simple Payback (years): "
                             payback-years-out
              end-if
              perform write-audit-kwh
              if rate-found
                     perform write-audit-savings
              end-if
              if annual-savings > 0
                     perform write-audit-payback
              end-if
              perform write-csv-record.

       end-program.
              close audit-file
              close audit-index-file
              close equip-master-file
              close motor-catalog-file
              close rate-table-file
              close csv-file
              goback.

      *****************************************************************
      * BATCH-CONTROL DRIVES THE TRANSACTION FILE - ONE CALCULATE-IT/ *
      * DISP-RESULT CYCLE PER MTRTRAN RECORD THAT VALIDATES AND HAS A *
      * CATALOG MOTOR TO COMPARE WITH.                                *
      *****************************************************************
       batch-control.
              open input motor-tran-file
              open output print-file
              perform read-motor-tran
              perform process-motor-tran until end-of-motor-tran
              perform write-report-total
              close motor-tran-file
              close print-file
              go to end-program.

       read-motor-tran.
              read motor-tran-file
                  at end move "Y" to eof-motor-tran
              end-read.

       process-motor-tran.
              add 1 to records-processed
              move mtt-equip-id to equip-id
              move mtt-hp to motor-hp
              move mtt-speed to motor-speed
              move mtt-enclosure to motor-enclosure
              move mtt-existing-eff to existing-eff
              move mtt-load-pct to load-pct
              move mtt-oper-hours to oper-hours
              perform lookup-equipment
              if not equip-found
                     display "Equipment " equip-id ": not on the "
                             "EQUIPMST equipment master - record "
                             "skipped"
                     move "N" to valid-input-sw
              else
                     perform validate-motor-input
              end-if
              if valid-motor-input
                     perform select-premium-motor
                     if not motor-found
                            display "Equipment " equip-id ": no "
                                    "matching MOTORCAT motor - "
                                    "record skipped"
                            move "N" to valid-input-sw
                     end-if
              end-if
              if valid-motor-input
                 and premium-eff not > existing-eff
                     display "Equipment " equip-id ": already at "
                             "or above premium efficiency - record "
                             "skipped"
                     move "N" to valid-input-sw
              end-if
              if valid-motor-input
                     perform calculate-it
                     perform disp-result
                     perform write-report-detail
              end-if
              perform read-motor-tran.

      *****************************************************************
      * VALIDATE-MOTOR-INPUT RANGE-CHECKS ONE MOTOR BEFORE IT IS      *
      * PRICED - AN OUT-OF-RANGE OR MISKEYED VALUE IS REPORTED AND    *
      * THE MOTOR SKIPPED RATHER THAN LEFT TO PRODUCE A BOGUS ANSWER. *
      *****************************************************************
       validate-motor-input.
              move "Y" to valid-input-sw
              inspect motor-enclosure converting
                      "abcdefghijklmnopqrstuvwxyz" to
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              if motor-hp = 0
                     display "Equipment " equip-id ": horsepower "
                             "must be greater than zero"
                     move "N" to valid-input-sw
              end-if
              if motor-speed = 0
                     display "Equipment " equip-id ": speed must "
                             "be greater than zero"
                     move "N" to valid-input-sw
              end-if
              if not valid-enclosure
                     display "Equipment " equip-id ": enclosure "
                             "must be ODP, TEFC or EXPL"
                     move "N" to valid-input-sw
              end-if
              if existing-eff < 1 or existing-eff > 99.99
                     display "Equipment " equip-id ": efficiency "
                             "must be between 1 and 99.99"
                     move "N" to valid-input-sw
              end-if
              if load-pct < 1 or load-pct > 100
                     display "Equipment " equip-id ": load % must "
                             "be between 1 and 100"
                     move "N" to valid-input-sw
              end-if
              if oper-hours < 1 or oper-hours > 8784
                     display "Equipment " equip-id ": operating "
                             "hours must be between 1 and 8784"
                     move "N" to valid-input-sw
              end-if.

       lookup-equipment.
              move "N" to equip-found-sw
              move spaces to site-code
              move equip-id to eqm-equip-id
              read equip-master-file
                  invalid key
                         move "N" to equip-found-sw
                  not invalid key
                         move "Y" to equip-found-sw
                         move eqm-site-code to site-code
              end-read.

      *****************************************************************
      * SELECT-PREMIUM-MOTOR FINDS THE REPLACEMENT ON THE MOTORCAT   *
      * CATALOG.  THE CATALOG IS KEYED HORSEPOWER FIRST, SO A START  *
      * AT THE EXISTING MOTOR'S HORSEPOWER AND A FORWARD READ STOP  *
      * AT THE FIRST MOTOR OF THE SAME SPEED AND ENCLOSURE - THE    *
      * SMALLEST CATALOG MOTOR THAT CAN CARRY THE LOAD.  THE STATUS *
      * CHECKS STOP THE SCAN WHEN THE FILE IS UNAVAILABLE OR A READ *
      * FAILS.                                                      *
      *****************************************************************
       select-premium-motor.
              move "N" to motor-found-sw
              move "N" to catalog-eof-sw
              move motor-hp to mtc-hp
              move motor-speed to mtc-speed
              move motor-enclosure to mtc-enclosure
              start motor-catalog-file
                  key is not less than mtc-catalog-key
                  invalid key
                         move "Y" to catalog-eof-sw
              end-start
              if mtc-file-status not = "00"
                     move "Y" to catalog-eof-sw
              end-if
              if not end-of-catalog
                     perform read-next-catalog
              end-if
              perform scan-motor-catalog
                  until end-of-catalog or motor-found.

       read-next-catalog.
              read motor-catalog-file next record
                  at end move "Y" to catalog-eof-sw
              end-read
              if mtc-file-status not = "00"
                     move "Y" to catalog-eof-sw
              end-if.

       scan-motor-catalog.
              if mtc-speed = motor-speed
                 and mtc-enclosure = motor-enclosure
                     move "Y" to motor-found-sw
                     move mtc-hp to premium-hp
                     move mtc-nominal-eff to premium-eff
                     move mtc-price to premium-price
              else
                     perform read-next-catalog
              end-if.

      *****************************************************************
      * LOOKUP-ELEC-RATE SELECTS THE ELEC RATE IN EFFECT AS OF THE    *
      * RUN DATE - THE TABLE HOLDS ONE RECORD PER FUEL TYPE PER       *
      * EFFECTIVE DATE, SO THE SCAN STARTS AT THE FUEL TYPE'S FIRST   *
      * RECORD AND KEEPS THE LAST RATE WHOSE EFFECTIVE DATE IS NOT    *
      * AFTER THE RUN DATE.  ONE RATE PRICES THE WHOLE RUN.  NO RATE  *
      * IN EFFECT MEANS KWH IS REPORTED BUT NOT PRICED.               *
      *****************************************************************
       lookup-elec-rate.
              move "N" to rate-found-sw
              move 0 to effective-rate
              move elec-fuel-type to rtb-fuel-type
              move 0 to rtb-effective-date
              move "N" to rate-scan-eof-sw
              start rate-table-file
                  key is not less than rtb-rate-key
                  invalid key
                         move "Y" to rate-scan-eof-sw
              end-start
              if rtb-file-status not = "00"
                     move "Y" to rate-scan-eof-sw
              end-if
              if not end-of-rate-scan
                     perform read-next-rate
              end-if
              perform scan-rate-history
                  until end-of-rate-scan.

      *****************************************************************
      * A FAILED READ THAT IS NOT AT-END (FILE UNAVAILABLE, I/O       *
      * ERROR) LEAVES THE RECORD AREA AS IT WAS, SO THE STATUS CHECK  *
      * BELOW IS WHAT STOPS THE SCAN - WITHOUT IT A BAD FILE WOULD    *
      * RESCAN THE SAME RECORD AREA FOREVER.                          *
      *****************************************************************
       read-next-rate.
              read rate-table-file next record
                  at end move "Y" to rate-scan-eof-sw
              end-read
              if rtb-file-status not = "00"
                     move "Y" to rate-scan-eof-sw
              end-if.

       scan-rate-history.
              if rtb-fuel-type not = elec-fuel-type
                 or rtb-effective-date > rpt-run-date
                     move "Y" to rate-scan-eof-sw
              else
                     move rtb-rate-per-unit to effective-rate
                     move "Y" to rate-found-sw
                     perform read-next-rate
              end-if.

      *****************************************************************
      * WRITE-AUDIT-KWH/SAVINGS/PAYBACK APPEND THE CALCULATION'S ROWS *
      * TO THE SHARED AUDITLOG HISTORY FILE - INTERACTIVE OR BATCH.   *
      * INPUT-1 IS THE EXISTING EFFICIENCY AND INPUT-2 THE PREMIUM    *
      * EFFICIENCY ON EVERY ROW.  DLRSAVE USES THE SAME RESULT TYPE   *
      * AS THE OTHER CALCULATORS SO PAYBACK PICKS THE PROJECTION UP   *
      * FOR A REPLACEMENT PROJECT LIKE ANY OTHER.                     *
      *****************************************************************
       write-audit-kwh.
              move "MTRKWH" to aud-result-type
              move kwh-saved to aud-result
              perform write-audit-row.

       write-audit-savings.
              move "DLRSAVE" to aud-result-type
              move annual-savings to aud-result
              perform write-audit-row.

       write-audit-payback.
              move "PAYBACK" to aud-result-type
              move payback-years to aud-result
              perform write-audit-row.

       write-audit-row.
              accept aud-run-date from date yyyymmdd
              move "MOTORSAV" to aud-program
              move equip-id to aud-equip-id
              move existing-eff to aud-input-1
              move premium-eff to aud-input-2
              move site-code to aud-site-code
              move operator-id to aud-operator-id
              write audit-record
              perform write-audit-index.

      *****************************************************************
      * WRITE-AUDIT-INDEX MIRRORS THE ROW JUST APPENDED TO AUDITLOG  *
      * ONTO THE AUDITIDX KEYED COMPANION FILE, SO SAVRECON, AUDRPT, *
      * AND BALANCE CAN READ THE HISTORY DIRECTLY INSTEAD OF         *
      * RESCANNING THE SEQUENTIAL LOG.  THE SEQUENCE NUMBER STEPS    *
      * PAST ROWS ALREADY ON FILE FOR THE SAME EQUIPMENT, DATE, AND  *
      * RESULT TYPE - A DUPLICATE KEY ONLY MEANS ANOTHER RUN TODAY.  *
      *****************************************************************
       write-audit-index.
              move aud-equip-id to axr-equip-id
              move aud-run-date to axr-run-date
              move aud-result-type to axr-result-type
              move 0 to axr-sequence
              move aud-program to axr-program
              move aud-input-1 to axr-input-1
              move aud-input-2 to axr-input-2
              move aud-result to axr-result
              move aud-site-code to axr-site-code
              move aud-operator-id to axr-operator-id
              move "N" to index-written-sw
              perform write-audit-index-try
                  until index-written
                     or axr-sequence > 9998.

       write-audit-index-try.
              write audit-index-record
                  invalid key
                         add 1 to axr-sequence
                  not invalid key
                         move "Y" to index-written-sw
              end-write.

      *****************************************************************
      * WRITE-REPORT-HEADING/DETAIL/TOTAL BUILD THE PAGINATED BATCH   *
      * SUMMARY REPORT.  A NEW PAGE (WITH HEADINGS) STARTS EVERY      *
      * LINES-PER-PAGE DETAIL LINES.                                  *
      *****************************************************************
       write-report-heading.
              add 1 to page-count
              move page-count to rpt1-page-out
              move rpt-run-date to rpt2-date-out
              move effective-rate to rpt2-rate-out
              move rpt-heading-1 to print-line
              write print-record after advancing page
              move rpt-heading-2 to print-line
              write print-record after advancing 1
              move spaces to print-line
              write print-record after advancing 1
              move rpt-heading-3 to print-line
              write print-record after advancing 1
              move spaces to print-line
              write print-record after advancing 1
              move 0 to line-count.

       write-report-detail.
              if line-count >= lines-per-page
                     perform write-report-heading
              end-if
              add 1 to rpt-detail-count
              add kwh-saved to total-kwh-saved
              add annual-savings to total-savings
              add premium-price to total-price
              move equip-id to rpt-equip-id-out
              move motor-hp to rpt-old-hp-out
              move existing-eff to rpt-old-eff-out
              move premium-hp to rpt-new-hp-out
              move premium-eff to rpt-new-eff-out
              move kwh-saved to rpt-kwh-out
              move annual-savings to rpt-savings-out
              move premium-price to rpt-price-out
              move payback-years to rpt-payback-out
              move site-code to rpt-site-out
              move rpt-detail-line to print-line
              write print-record after advancing 1
              add 1 to line-count.

       write-report-total.
              if page-count = 0
                     perform write-report-heading
              end-if
              move spaces to print-line
              write print-record after advancing 1
              move records-processed to rpt-count-out
              move rpt-detail-count to rpt-priced-out
              move rpt-total-line to print-line
              write print-record after advancing 1
              move total-kwh-saved to rpt-tot-kwh-out
              move total-savings to rpt-tot-save-out
              move total-price to rpt-tot-price-out
              move rpt-total-line-2 to print-line
              write print-record after advancing 1.

      *****************************************************************
      * WRITE-CSV-RECORD APPENDS ONE ROW TO THE COST-ACCOUNTING       *
      * EXTRACT FOR EVERY PRICED REPLACEMENT - INTERACTIVE OR BATCH.  *
      * RELIES ON WRITE-AUDIT-KWH HAVING ALREADY SET AUD-RUN-DATE     *
      * FOR THIS CALCULATION.  COLUMNS ARE:                           *
      *   RUN DATE, PROGRAM, EQUIPMENT ID, EXISTING HP, EXISTING      *
      *   EFF %, PREMIUM HP, PREMIUM EFF %, KWH SAVED, ANNUAL DOLLAR  *
      *   SAVINGS, MOTOR PRICE, PAYBACK YEARS, SITE                   *
      *****************************************************************
       write-csv-record.
              move motor-hp to csv-old-hp-out
              move existing-eff to csv-old-eff-out
              move premium-hp to csv-new-hp-out
              move premium-eff to csv-new-eff-out
              move kwh-saved to csv-kwh-out
              move annual-savings to csv-savings-out
              move premium-price to csv-price-out
              move payback-years to csv-payback-out
              move spaces to csv-build-line
              string aud-run-date delimited by size
                     "," delimited by size
                     "MOTORSAV" delimited by size
                     "," delimited by size
                     equip-id delimited by size
                     "," delimited by size
                     csv-old-hp-out delimited by size
                     "," delimited by size
                     csv-old-eff-out delimited by size
                     "," delimited by size
                     csv-new-hp-out delimited by size
                     "," delimited by size
                     csv-new-eff-out delimited by size
                     "," delimited by size
                     csv-kwh-out delimited by size
                     "," delimited by size
                     csv-savings-out delimited by size
                     "," delimited by size
                     csv-price-out delimited by size
                     "," delimited by size
                     csv-payback-out delimited by size
                     "," delimited by size
                     site-code delimited by size
                  into csv-build-line
              end-string
              move csv-build-line to csv-line
              write csv-record.
