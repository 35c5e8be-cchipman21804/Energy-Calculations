      *****************************************************************
      * FUEL-SWITCHING COMPARISON STUDY                               *
      *                                                               *
      * Compares the candidate fuels a fired unit on EQUIPMST could  *
      * burn - gas against oil, say - for next season.  For the      *
      * annual heat load the unit must deliver, each candidate's     *
      * efficiency and heat content give the fuel units it would     *
      * burn in a year; those units are priced at the RATETAB rate   *
      * in effect on the pricing date chosen for the study (a later  *
      * date picks up a tariff loaded ahead of its effective date)   *
      * and turned into CO2 with the EMISFAC factor in effect on the *
      * same date.  The candidates print side by side with the       *
      * lowest-cost and lowest-CO2 fuels marked.                     *
      *                                                               *
      * Can be run interactively (one unit at a time) or in batch    *
      * mode against the FSWTRAN transaction file.  Every study      *
      * prints on the FSWRPT comparison report and appends one row   *
      * per candidate to the FSWCSV extract; every priced candidate  *
      * is logged to AUDITLOG (and AUDITIDX) as a FUELSWCH row.      *
      *****************************************************************

       identification division.
       program-id.   fuelswch.

       environment division.
       input-output section.
       file-control.
           select fuel-switch-tran-file assign to "FSWTRAN"
               organization is line sequential
               file status is fst-file-status.
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
           select optional rate-table-file assign to "RATETAB"
               organization is indexed
               access mode is dynamic
               record key is rtb-rate-key
               file status is rtb-file-status.
           select optional emission-factor-file assign to "EMISFAC"
               organization is indexed
               access mode is dynamic
               record key is emf-factor-key
               file status is emf-file-status.
           select optional print-file assign to "FSWRPT"
               organization is line sequential
               file status is rpt-file-status.
           select optional csv-file assign to "FSWCSV"
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
       fd  fuel-switch-tran-file
           label records are standard.
       copy "fswtran.cpy".

       fd  audit-file
           label records are standard.
       copy "audtrec.cpy".

       fd  audit-index-file
           label records are standard.
       copy "audxrec.cpy".

       fd  equip-master-file
           label records are standard.
       copy "equipmst.cpy".

       fd  rate-table-file
           label records are standard.
       copy "ratetab.cpy".

       fd  emission-factor-file
           label records are standard.
       copy "emisfac.cpy".

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
      * Fuel-switching comparison, for each candidate fuel:           *
      *                                                               *
      * Fuel input KBTU = heat load MMBTU x 1000 x 100 / efficiency % *
      * Annual units    = fuel input KBTU / heat content KBTU per unit*
      * Annual cost     = annual units x RATETAB rate per unit        *
      * CO2 tons        = annual units x EMISFAC lbs CO2 per unit     *
      *                   / 2000                                      *
      *                                                               *
      *****************************************************************

       01 STUDY-FIELDS.
              05 EQUIP-ID          PIC X(10).
              05 SITE-CODE         PIC X(03).
              05 HEAT-LOAD         PIC S9(7)V99 USAGE COMP.
              05 PRICE-DATE        PIC 9(08).

      *****************************************************************
      * REDEFINED VIEW OF THE PRICING DATE SO THE MONTH AND DAY CAN  *
      * BE RANGE-CHECKED BEFORE ANY RATE IS LOOKED UP.               *
      *****************************************************************
              05 PRICE-DATE-PARTS REDEFINES PRICE-DATE.
                     10 PRICE-YEAR        PIC 9(04).
                     10 PRICE-MONTH       PIC 9(02).
                     10 PRICE-DAY         PIC 9(02).
              05 FUEL-INPUT-KBTU   PIC S9(11)V99 USAGE COMP.
              05 LOOKUP-FUEL-TYPE  PIC X(04).
              05 EFFECTIVE-RATE    PIC S9(3)V9999 USAGE COMP.
              05 EFFECTIVE-FACTOR  PIC S9(3)V9999 USAGE COMP.

      *****************************************************************
      * CANDIDATE FUELS FOR THE STUDY IN HAND, IN THE ORDER KEYED -   *
      * THE ORDER THEY PRINT ACROSS THE COMPARISON.  FSC-RATE-FOUND   *
      * AND FSC-FACTOR-FOUND ARE "N" WHEN RATETAB OR EMISFAC HAS      *
      * NOTHING IN EFFECT FOR THE FUEL ON THE PRICING DATE.  THE      *
      * ANNUAL COST IS HELD TO THE SIZE OF THE AUDITLOG RESULT, SO A  *
      * COST TOO LARGE TO LOG SKIPS THE STUDY RATHER THAN LOGGING A   *
      * TRUNCATED FIGURE.                                             *
      *****************************************************************
       01 CANDIDATE-TABLE.
              05 FSC-ENTRY OCCURS 4 TIMES.
                     10 FSC-FUEL-TYPE     PIC X(04).
                     10 FSC-EFFICIENCY    PIC S9(3)V99 USAGE COMP.
                     10 FSC-HEAT-CONTENT  PIC S9(5)V999 USAGE COMP.
                     10 FSC-UNITS         PIC S9(11)V99 USAGE COMP.
                     10 FSC-RATE          PIC S9(3)V9999 USAGE COMP.
                     10 FSC-RATE-FOUND    PIC X(01).
                     10 FSC-COST          PIC S9(7)V99 USAGE COMP.
                     10 FSC-FACTOR        PIC S9(3)V9999 USAGE COMP.
                     10 FSC-FACTOR-FOUND  PIC X(01).
                     10 FSC-CO2-TONS      PIC S9(9)V99 USAGE COMP.
       01 CAND-IX                 PIC 9(02) USAGE COMP.
       01 CHECK-IX                PIC 9(02) USAGE COMP.
       01 CAND-COUNT              PIC 9(02) USAGE COMP VALUE 0.
       01 MAX-CANDIDATES          PIC 9(02) USAGE COMP VALUE 4.
       01 LOWEST-COST-IX          PIC 9(02) USAGE COMP VALUE 0.
       01 LOWEST-CO2-IX           PIC 9(02) USAGE COMP VALUE 0.
       01 EXTRA-COST              PIC S9(7)V99 USAGE COMP.

       01 FST-FILE-STATUS         PIC X(02).
       01 AUD-FILE-STATUS         PIC X(02).
       01 AXR-FILE-STATUS         PIC X(02).
       01 EQM-FILE-STATUS         PIC X(02).
       01 RTB-FILE-STATUS         PIC X(02).
       01 EMF-FILE-STATUS         PIC X(02).
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
      * REPORT CONTROL FIELDS AND LINE LAYOUTS FOR THE COMPARISON     *
      * REPORT.  EACH STUDY PRINTS AS ONE BLOCK - A HEADING LINE FOR  *
      * THE UNIT, THEN ONE LINE PER FIGURE WITH THE CANDIDATE FUELS   *
      * IN COLUMNS SIDE BY SIDE - AND A BLOCK IS NEVER SPLIT ACROSS   *
      * PAGES.  STUDIES-RUN COUNTS ONLY STUDIES ACTUALLY PRINTED,     *
      * SEPARATE FROM RECORDS-PROCESSED WHICH INCLUDES RECORDS        *
      * SKIPPED BY VALIDATION.                                        *
      *****************************************************************
       01 LINES-PER-PAGE          PIC 9(02) USAGE COMP VALUE 50.
       01 LINE-COUNT              PIC 9(02) USAGE COMP VALUE 99.
       01 PAGE-COUNT              PIC 9(04) USAGE COMP VALUE 0.
       01 BLOCK-LINES             PIC 9(02) USAGE COMP VALUE 12.
       01 RECORDS-PROCESSED       PIC 9(08) USAGE COMP VALUE 0.
       01 STUDIES-RUN             PIC 9(08) USAGE COMP VALUE 0.
       01 CANDIDATES-PRICED       PIC 9(08) USAGE COMP VALUE 0.
       01 RPT-RUN-DATE            PIC 9(08).

       01 RPT-HEADING-1.
              05 FILLER            PIC X(30)
                                    VALUE "FUEL SWITCHING STUDY".
              05 FILLER            PIC X(21)
                                    VALUE "SIDE-BY-SIDE REPORT  ".
              05 FILLER            PIC X(06) VALUE "PAGE: ".
              05 RPT1-PAGE-OUT     PIC ZZZ9.

       01 RPT-HEADING-2.
              05 FILLER            PIC X(11) VALUE "RUN DATE: ".
              05 RPT2-DATE-OUT     PIC 9(08).
              05 FILLER            PIC X(12) VALUE "  OPERATOR: ".
              05 RPT2-OPER-OUT     PIC X(08).

       01 RPT-HEADING-3.
              05 FILLER            PIC X(41)
                     VALUE "ALL FIGURES ARE ANNUAL.  FUELS ARE PRICED".
              05 FILLER            PIC X(40)
                     VALUE " AT THE RATE AND CO2 FACTOR IN EFFECT ON".
              05 FILLER            PIC X(21)
                     VALUE " THE PRICING DATE.   ".

       01 RPT-STUDY-HEADING.
              05 FILLER            PIC X(06) VALUE "UNIT: ".
              05 RPT-SH-EQUIP-OUT  PIC X(10).
              05 FILLER            PIC X(08) VALUE "  SITE: ".
              05 RPT-SH-SITE-OUT   PIC X(03).
              05 FILLER            PIC X(24)
                                    VALUE "  HEAT LOAD MMBTU/YEAR: ".
              05 RPT-SH-LOAD-OUT   PIC Z,ZZZ,ZZ9.99.
              05 FILLER            PIC X(18)
                                    VALUE "  PRICED AS OF:   ".
              05 RPT-SH-DATE-OUT   PIC 9(08).

       01 RPT-SIDE-LINE.
              05 RPT-SIDE-LABEL    PIC X(24).
              05 RPT-SIDE-COLUMN OCCURS 4 TIMES.
                     10 FILLER            PIC X(02).
                     10 RPT-SIDE-CELL     PIC X(18).

      *****************************************************************
      * EDITED VIEWS FOR THE SIDE-BY-SIDE CELLS - EVERY ONE IS THE   *
      * FULL 18-BYTE CELL WIDTH SO FIGURES LINE UP ON THE RIGHT.     *
      *****************************************************************
       01 CELL-FUEL-OUT.
              05 FILLER            PIC X(14) VALUE SPACES.
              05 CELL-FUEL-TYPE    PIC X(04).
       01 CELL-EFF-OUT            PIC Z(14)9.99.
       01 CELL-HEAT-OUT           PIC Z(13)9.999.
       01 CELL-UNITS-OUT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 CELL-RATE-OUT           PIC Z(12)9.9999.
       01 CELL-COST-CELL.
              05 FILLER            PIC X(05) VALUE SPACES.
              05 CELL-COST-OUT     PIC $$,$$$,$$9.99.
       01 CELL-CO2-OUT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 RPT-TOTAL-LINE.
              05 FILLER            PIC X(20)
                                    VALUE "RECORDS PROCESSED: ".
              05 RPT-COUNT-OUT     PIC ZZZZ9.
              05 FILLER            PIC X(17)
                                    VALUE "  STUDIES RUN:   ".
              05 RPT-STUDIES-OUT   PIC ZZZZ9.
              05 FILLER            PIC X(22)
                                    VALUE "  CANDIDATES PRICED:  ".
              05 RPT-PRICED-OUT    PIC ZZZZ9.

       01 CSV-FILE-STATUS         PIC X(02).
       01 CSV-BUILD-LINE          PIC X(160).
       01 CSV-LOAD-OUT            PIC 9(07).9(02).
       01 CSV-EFF-OUT             PIC 9(03).9(02).
       01 CSV-HEAT-OUT            PIC 9(05).9(03).
       01 CSV-UNITS-OUT           PIC 9(11).9(02).
       01 CSV-RATE-OUT            PIC 9(03).9(04).
       01 CSV-COST-OUT            PIC 9(07).9(02).
       01 CSV-CO2-OUT             PIC 9(09).9(02).
       01 CSV-BEST-OUT            PIC X(04).

       01 SWITCHES.
              05 BATCH-MODE-SW     PIC X(01) VALUE "N".
                     88 BATCH-MODE VALUE "Y" "y".
              05 RUNCTL-FOUND-SW   PIC X(01) VALUE "N".
                     88 RUNCTL-FOUND VALUE "Y".
              05 EOF-STUDY-TRAN    PIC X(01) VALUE "N".
                     88 END-OF-STUDY-TRAN VALUE "Y".
              05 VALID-INPUT-SW    PIC X(01) VALUE "Y".
                     88 VALID-STUDY-INPUT VALUE "Y".
              05 CANDIDATES-DONE-SW
                                   PIC X(01) VALUE "N".
                     88 CANDIDATES-DONE VALUE "Y".
              05 EQUIP-FOUND-SW    PIC X(01) VALUE "N".
                     88 EQUIP-FOUND VALUE "Y".
              05 RATE-FOUND-SW     PIC X(01) VALUE "N".
                     88 RATE-FOUND VALUE "Y".
              05 RATE-SCAN-EOF-SW  PIC X(01) VALUE "N".
                     88 END-OF-RATE-SCAN VALUE "Y".
              05 FACTOR-FOUND-SW   PIC X(01) VALUE "N".
                     88 FACTOR-FOUND VALUE "Y".
              05 FACTOR-SCAN-EOF-SW
                                   PIC X(01) VALUE "N".
                     88 END-OF-FACTOR-SCAN VALUE "Y".
              05 CALC-OVERFLOW-SW  PIC X(01) VALUE "N".
                     88 CALC-OVERFLOW VALUE "Y".
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
              initialize study-fields
              initialize candidate-table
              move "N" to batch-mode-sw
              move "N" to runctl-found-sw
              move 50 to lines-per-page
              move "N" to eof-study-tran
              move "Y" to valid-input-sw
              move "N" to candidates-done-sw
              move "N" to equip-found-sw
              move "N" to rate-found-sw
              move "N" to rate-scan-eof-sw
              move "N" to factor-found-sw
              move "N" to factor-scan-eof-sw
              move "N" to calc-overflow-sw
              move 0 to cand-count
              move 0 to records-processed
              move 0 to studies-run
              move 0 to candidates-priced
              move 0 to page-count
              move 99 to line-count
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
              open input rate-table-file
              open input emission-factor-file
              open output print-file
              perform read-session.

       select-mode.
              display "FUEL-SWITCHING COMPARISON STUDY"
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

      *****************************************************************
      * USER-INPUT TAKES ONE STUDY AT THE CONSOLE - THE UNIT, ITS     *
      * HEAT LOAD, THE PRICING DATE AND UP TO FOUR CANDIDATE FUELS - *
      * RUNS IT, AND COMES BACK FOR THE NEXT UNIT.                   *
      *****************************************************************
       user-input.
              display spaces
              display "Enter a blank equipment id or a zero heat load "
                      "to end the program."
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
              display "Enter annual heat load (MMBTU per year): "
              accept heat-load
              if heat-load = 0
                     go to end-program
              end-if
              display "Enter date to price at (YYYYMMDD, zero for "
                      "today): "
              accept price-date
              initialize candidate-table
              move 0 to cand-count
              move "N" to candidates-done-sw
              perform accept-candidate
                  until candidates-done
                     or cand-count = max-candidates
              perform validate-study-input
              if not valid-study-input
                     go to user-input
              end-if
              perform run-study
              go to user-input.

       accept-candidate.
              add 1 to cand-count
              display "Candidate " cand-count " fuel type (blank "
                      "when done): "
              accept fsc-fuel-type (cand-count)
              if fsc-fuel-type (cand-count) = spaces
                     subtract 1 from cand-count
                     move "Y" to candidates-done-sw
              else
                     display "  Efficiency % burning "
                             fsc-fuel-type (cand-count) ": "
                     accept fsc-efficiency (cand-count)
                     display "  Heat content (KBTU per unit of "
                             "fuel): "
                     accept fsc-heat-content (cand-count)
              end-if.

       end-program.
              close audit-file
              close audit-index-file
              close equip-master-file
              close rate-table-file
              close emission-factor-file
              close csv-file
              close print-file
              goback.

      *****************************************************************
      * BATCH-CONTROL DRIVES THE TRANSACTION FILE - ONE STUDY PER     *
      * FSWTRAN RECORD THAT VALIDATES.                                *
      *****************************************************************
       batch-control.
              open input fuel-switch-tran-file
              perform read-study-tran
              perform process-study-tran until end-of-study-tran
              perform write-report-total
              close fuel-switch-tran-file
              display "Fuel-switching studies complete - "
                      studies-run " run - see the comparison report"
              go to end-program.

       read-study-tran.
              read fuel-switch-tran-file
                  at end move "Y" to eof-study-tran
              end-read.

       process-study-tran.
              add 1 to records-processed
              move fst-equip-id to equip-id
              move fst-heat-load to heat-load
              move fst-price-date to price-date
              initialize candidate-table
              move 0 to cand-count
              perform load-tran-candidate
                  varying check-ix from 1 by 1
                  until check-ix > max-candidates
              perform lookup-equipment
              if not equip-found
                     display "Equipment " equip-id ": not on the "
                             "EQUIPMST equipment master - record "
                             "skipped"
                     move "N" to valid-input-sw
              else
                     perform validate-study-input
              end-if
              if valid-study-input
                     perform run-study
              end-if
              perform read-study-tran.

      *****************************************************************
      * LOAD-TRAN-CANDIDATE COPIES ONE KEYED CANDIDATE INTO THE TABLE *
      * - A BLANK FUEL TYPE IS AN UNUSED SLOT AND IS PASSED OVER.     *
      *****************************************************************
       load-tran-candidate.
              if fst-fuel-type (check-ix) not = spaces
                     add 1 to cand-count
                     move fst-fuel-type (check-ix)
                          to fsc-fuel-type (cand-count)
                     move fst-efficiency (check-ix)
                          to fsc-efficiency (cand-count)
                     move fst-heat-content (check-ix)
                          to fsc-heat-content (cand-count)
              end-if.

      *****************************************************************
      * VALIDATE-STUDY-INPUT RANGE-CHECKS THE STUDY BEFORE ANYTHING  *
      * IS PRICED - AN OUT-OF-RANGE OR MISKEYED VALUE IS REPORTED    *
      * AND THE STUDY SKIPPED RATHER THAN LEFT TO PRODUCE A BOGUS    *
      * COMPARISON.  A ZERO PRICING DATE MEANS THE RUN DATE.         *
      *****************************************************************
       validate-study-input.
              move "Y" to valid-input-sw
              if heat-load < 1 or heat-load > 999999.99
                     display "Equipment " equip-id ": heat load must "
                             "be between 1 and 999999.99 MMBTU"
                     move "N" to valid-input-sw
              end-if
              if price-date = 0
                     move rpt-run-date to price-date
              end-if
              if price-year < 1900
                 or price-month < 1 or price-month > 12
                 or price-day < 1 or price-day > 31
                     display "Equipment " equip-id ": pricing date "
                             price-date " is not a valid date"
                     move "N" to valid-input-sw
              end-if
              if cand-count = 0
                     display "Equipment " equip-id ": no candidate "
                             "fuel was given"
                     move "N" to valid-input-sw
              end-if
              if cand-count > 0
                     perform validate-candidate
                         varying cand-ix from 1 by 1
                         until cand-ix > cand-count
              end-if.

       validate-candidate.
              inspect fsc-fuel-type (cand-ix) converting
                      "abcdefghijklmnopqrstuvwxyz" to
                      "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              if fsc-efficiency (cand-ix) < 1
                 or fsc-efficiency (cand-ix) > 100
                     display "Equipment " equip-id ": "
                             fsc-fuel-type (cand-ix) " efficiency "
                             "must be between 1 and 100"
                     move "N" to valid-input-sw
              end-if
              if fsc-heat-content (cand-ix) not > 0
                     display "Equipment " equip-id ": "
                             fsc-fuel-type (cand-ix) " heat content "
                             "must be greater than zero"
                     move "N" to valid-input-sw
              end-if
              if cand-ix > 1
                     perform check-duplicate-fuel
                         varying check-ix from 1 by 1
                         until check-ix = cand-ix
              end-if.

       check-duplicate-fuel.
              if fsc-fuel-type (check-ix) = fsc-fuel-type (cand-ix)
                     display "Equipment " equip-id ": fuel "
                             fsc-fuel-type (cand-ix) " is keyed "
                             "more than once"
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
      * RUN-STUDY WORKS EVERY CANDIDATE, MARKS THE LOWEST-COST AND    *
      * LOWEST-CO2 FUELS, AND PUTS THE STUDY OUT - REPORT BLOCK (AND  *
      * THE CONSOLE WHEN INTERACTIVE), AUDIT ROWS AND CSV ROWS.  A    *
      * FIGURE TOO LARGE TO CARRY SKIPS THE STUDY WITH A MESSAGE.     *
      *****************************************************************
       run-study.
              move "N" to calc-overflow-sw
              perform calculate-candidate
                  varying cand-ix from 1 by 1
                  until cand-ix > cand-count
              if calc-overflow
                     display "Equipment " equip-id ": annual fuel "
                             "figures too large to report - study "
                             "skipped"
              else
                     move 0 to lowest-cost-ix
                     move 0 to lowest-co2-ix
                     perform find-lowest-candidate
                         varying cand-ix from 1 by 1
                         until cand-ix > cand-count
                     add 1 to studies-run
                     perform write-study-block
                     perform write-candidate-output
                         varying cand-ix from 1 by 1
                         until cand-ix > cand-count
              end-if.

      *****************************************************************
      * EACH STEP IS KEPT TO ONE MULTIPLY OR DIVIDE OVER A STORED     *
      * RESULT SO NO INTERMEDIATE QUOTIENT CAN TRUNCATE - SEE THE     *
      * FORMULA BOX IN WORKING-STORAGE.                               *
      *****************************************************************
       calculate-candidate.
              compute fuel-input-kbtu rounded =
                      heat-load * 100000 / fsc-efficiency (cand-ix)
                  on size error
                         move "Y" to calc-overflow-sw
              end-compute
              compute fsc-units (cand-ix) rounded =
                      fuel-input-kbtu / fsc-heat-content (cand-ix)
                  on size error
                         move "Y" to calc-overflow-sw
              end-compute
              move fsc-fuel-type (cand-ix) to lookup-fuel-type
              perform lookup-rate
              move 0 to fsc-rate (cand-ix)
              move 0 to fsc-cost (cand-ix)
              move "N" to fsc-rate-found (cand-ix)
              if rate-found
                     move "Y" to fsc-rate-found (cand-ix)
                     move effective-rate to fsc-rate (cand-ix)
                     compute fsc-cost (cand-ix) rounded =
                             fsc-units (cand-ix) * effective-rate
                         on size error
                                move "Y" to calc-overflow-sw
                     end-compute
              end-if
              perform lookup-emission-factor
              move 0 to fsc-factor (cand-ix)
              move 0 to fsc-co2-tons (cand-ix)
              move "N" to fsc-factor-found (cand-ix)
              if factor-found
                     move "Y" to fsc-factor-found (cand-ix)
                     move effective-factor to fsc-factor (cand-ix)
                     compute fsc-co2-tons (cand-ix) rounded =
                             fsc-units (cand-ix) * effective-factor
                                 / 2000
                         on size error
                                move "Y" to calc-overflow-sw
                     end-compute
              end-if.

       find-lowest-candidate.
              if fsc-rate-found (cand-ix) = "Y"
                     if lowest-cost-ix = 0
                            move cand-ix to lowest-cost-ix
                     else
                            if fsc-cost (cand-ix)
                               < fsc-cost (lowest-cost-ix)
                                   move cand-ix to lowest-cost-ix
                            end-if
                     end-if
              end-if
              if fsc-factor-found (cand-ix) = "Y"
                     if lowest-co2-ix = 0
                            move cand-ix to lowest-co2-ix
                     else
                            if fsc-co2-tons (cand-ix)
                               < fsc-co2-tons (lowest-co2-ix)
                                   move cand-ix to lowest-co2-ix
                            end-if
                     end-if
              end-if.

      *****************************************************************
      * LOOKUP-RATE SELECTS THE RATE IN EFFECT FOR LOOKUP-FUEL-TYPE   *
      * ON THE PRICING DATE - THE TABLE HOLDS ONE RECORD PER FUEL     *
      * TYPE PER EFFECTIVE DATE, SO THE SCAN STARTS AT THE FUEL       *
      * TYPE'S FIRST RECORD AND KEEPS THE LAST RATE WHOSE EFFECTIVE   *
      * DATE IS NOT AFTER THE PRICING DATE.  A PRICING DATE AHEAD OF  *
      * TODAY PICKS UP A TARIFF ALREADY LOADED FOR THAT DATE.  NO     *
      * RATE IN EFFECT MEANS THE FUEL IS SHOWN BUT NOT PRICED.        *
      *****************************************************************
       lookup-rate.
              move "N" to rate-found-sw
              move 0 to effective-rate
              move lookup-fuel-type to rtb-fuel-type
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
              if rtb-fuel-type not = lookup-fuel-type
                 or rtb-effective-date > price-date
                     move "Y" to rate-scan-eof-sw
              else
                     move rtb-rate-per-unit to effective-rate
                     move "Y" to rate-found-sw
                     perform read-next-rate
              end-if.

      *****************************************************************
      * LOOKUP-EMISSION-FACTOR SELECTS THE EMISFAC FACTOR IN EFFECT  *
      * FOR LOOKUP-FUEL-TYPE ON THE PRICING DATE, THE SAME WAY       *
      * LOOKUP-RATE SELECTS THE RATE.  NO FACTOR IN EFFECT MEANS THE *
      * FUEL'S CO2 IS NOT SHOWN.                                     *
      *****************************************************************
       lookup-emission-factor.
              move "N" to factor-found-sw
              move 0 to effective-factor
              move lookup-fuel-type to emf-fuel-type
              move 0 to emf-effective-date
              move "N" to factor-scan-eof-sw
              start emission-factor-file
                  key is not less than emf-factor-key
                  invalid key
                         move "Y" to factor-scan-eof-sw
              end-start
              if emf-file-status not = "00"
                     move "Y" to factor-scan-eof-sw
              end-if
              if not end-of-factor-scan
                     perform read-next-factor
              end-if
              perform scan-factor-history
                  until end-of-factor-scan.

       read-next-factor.
              read emission-factor-file next record
                  at end move "Y" to factor-scan-eof-sw
              end-read
              if emf-file-status not = "00"
                     move "Y" to factor-scan-eof-sw
              end-if.

       scan-factor-history.
              if emf-fuel-type not = lookup-fuel-type
                 or emf-effective-date > price-date
                     move "Y" to factor-scan-eof-sw
              else
                     move emf-lbs-co2-per-unit to effective-factor
                     move "Y" to factor-found-sw
                     perform read-next-factor
              end-if.

      *****************************************************************
      * WRITE-STUDY-BLOCK PRINTS THE STUDY SIDE BY SIDE - ONE LINE    *
      * PER FIGURE, ONE COLUMN PER CANDIDATE FUEL.  THE LAST TWO      *
      * LINES SHOW EACH FUEL'S COST ABOVE THE CHEAPEST AND WHICH      *
      * FUELS ARE THE LOWEST-COST AND LOWEST-CO2 CHOICES.             *
      *****************************************************************
       write-study-block.
              if line-count + block-lines >= lines-per-page
                     perform write-report-heading
              end-if
              move equip-id to rpt-sh-equip-out
              move site-code to rpt-sh-site-out
              move heat-load to rpt-sh-load-out
              move price-date to rpt-sh-date-out
              move rpt-study-heading to print-line
              perform write-study-line
              move spaces to rpt-side-line
              move "FUEL TYPE" to rpt-side-label
              perform fill-fuel-cell
                  varying cand-ix from 1 by 1
                  until cand-ix > cand-count
              perform write-side-line
              move spaces to rpt-side-line
              move "EFFICIENCY %" to rpt-side-label
              perform fill-efficiency-cell
                  varying cand-ix from 1 by 1
                  until cand-ix > cand-count
              perform write-side-line
              move spaces to rpt-side-line
              move "HEAT CONTENT KBTU/UNIT" to rpt-side-label
              perform fill-heat-cell
                  varying cand-ix from 1 by 1
                  until cand-ix > cand-count
              perform write-side-line
              move spaces to rpt-side-line
              move "ANNUAL FUEL UNITS" to rpt-side-label
              perform fill-units-cell
                  varying cand-ix from 1 by 1
                  until cand-ix > cand-count
              perform write-side-line
              move spaces to rpt-side-line
              move "RATE PER UNIT" to rpt-side-label
              perform fill-rate-cell
                  varying cand-ix from 1 by 1
                  until cand-ix > cand-count
              perform write-side-line
              move spaces to rpt-side-line
              move "ANNUAL FUEL COST" to rpt-side-label
              perform fill-cost-cell
                  varying cand-ix from 1 by 1
                  until cand-ix > cand-count
              perform write-side-line
              move spaces to rpt-side-line
              move "CO2 TONS PER YEAR" to rpt-side-label
              perform fill-co2-cell
                  varying cand-ix from 1 by 1
                  until cand-ix > cand-count
              perform write-side-line
              move spaces to rpt-side-line
              move "COST ABOVE CHEAPEST" to rpt-side-label
              perform fill-extra-cell
                  varying cand-ix from 1 by 1
                  until cand-ix > cand-count
              perform write-side-line
              move spaces to rpt-side-line
              move "BEST CHOICE" to rpt-side-label
              perform fill-best-cell
                  varying cand-ix from 1 by 1
                  until cand-ix > cand-count
              perform write-side-line
              move spaces to print-line
              perform write-study-line.

       fill-fuel-cell.
              move fsc-fuel-type (cand-ix) to cell-fuel-type
              move cell-fuel-out to rpt-side-cell (cand-ix).

       fill-efficiency-cell.
              move fsc-efficiency (cand-ix) to cell-eff-out
              move cell-eff-out to rpt-side-cell (cand-ix).

       fill-heat-cell.
              move fsc-heat-content (cand-ix) to cell-heat-out
              move cell-heat-out to rpt-side-cell (cand-ix).

       fill-units-cell.
              move fsc-units (cand-ix) to cell-units-out
              move cell-units-out to rpt-side-cell (cand-ix).

       fill-rate-cell.
              if fsc-rate-found (cand-ix) = "Y"
                     move fsc-rate (cand-ix) to cell-rate-out
                     move cell-rate-out to rpt-side-cell (cand-ix)
              else
                     move "           NO RATE"
                          to rpt-side-cell (cand-ix)
              end-if.

       fill-cost-cell.
              if fsc-rate-found (cand-ix) = "Y"
                     move fsc-cost (cand-ix) to cell-cost-out
                     move cell-cost-cell to rpt-side-cell (cand-ix)
              else
                     move "        NOT PRICED"
                          to rpt-side-cell (cand-ix)
              end-if.

       fill-co2-cell.
              if fsc-factor-found (cand-ix) = "Y"
                     move fsc-co2-tons (cand-ix) to cell-co2-out
                     move cell-co2-out to rpt-side-cell (cand-ix)
              else
                     move "         NO FACTOR"
                          to rpt-side-cell (cand-ix)
              end-if.

       fill-extra-cell.
              if fsc-rate-found (cand-ix) = "Y"
                     subtract fsc-cost (lowest-cost-ix)
                         from fsc-cost (cand-ix)
                         giving extra-cost
                     move extra-cost to cell-cost-out
                     move cell-cost-cell to rpt-side-cell (cand-ix)
              else
                     move "        NOT PRICED"
                          to rpt-side-cell (cand-ix)
              end-if.

       fill-best-cell.
              if cand-ix = lowest-cost-ix
                 and cand-ix = lowest-co2-ix
                     move " LOWEST COST + CO2"
                          to rpt-side-cell (cand-ix)
              else
                     if cand-ix = lowest-cost-ix
                            move "       LOWEST COST"
                                 to rpt-side-cell (cand-ix)
                     end-if
                     if cand-ix = lowest-co2-ix
                            move "        LOWEST CO2"
                                 to rpt-side-cell (cand-ix)
                     end-if
              end-if.

       write-side-line.
              move rpt-side-line to print-line
              perform write-study-line.

      *****************************************************************
      * WRITE-STUDY-LINE PRINTS ONE LINE OF THE STUDY BLOCK AND, WHEN *
      * THE STUDY WAS KEYED AT THE CONSOLE, SHOWS IT THERE AS WELL.   *
      *****************************************************************
       write-study-line.
              write print-record after advancing 1
              add 1 to line-count
              if not batch-mode
                     display print-line
              end-if.

      *****************************************************************
      * WRITE-CANDIDATE-OUTPUT LOGS ONE CANDIDATE - A FUELSWCH ROW ON *
      * AUDITLOG (AND AUDITIDX) WHEN THE FUEL WAS PRICED, AND A CSV   *
      * ROW EITHER WAY.                                               *
      *****************************************************************
       write-candidate-output.
              if fsc-rate-found (cand-ix) = "Y"
                     add 1 to candidates-priced
                     perform write-audit-row
              end-if
              perform write-csv-record.

      *****************************************************************
      * WRITE-AUDIT-ROW APPENDS THE CANDIDATE TO THE SHARED AUDITLOG  *
      * HISTORY FILE.  INPUT-1 IS THE EFFICIENCY %, INPUT-2 THE HEAT  *
      * CONTENT (KBTU PER UNIT) AND THE RESULT THE ANNUAL FUEL COST.  *
      * FUELSWCH IS ITS OWN RESULT TYPE - A STUDY IS NOT A SAVINGS    *
      * PROJECTION, SO NOTHING THAT READS DLRSAVE ROWS PICKS IT UP.   *
      *****************************************************************
       write-audit-row.
              move rpt-run-date to aud-run-date
              move "FUELSWCH" to aud-program
              move equip-id to aud-equip-id
              move fsc-efficiency (cand-ix) to aud-input-1
              move fsc-heat-content (cand-ix) to aud-input-2
              move "FUELSWCH" to aud-result-type
              move fsc-cost (cand-ix) to aud-result
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
      * RESULT TYPE - A DUPLICATE KEY ONLY MEANS ANOTHER CANDIDATE   *
      * OR ANOTHER RUN TODAY.                                        *
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
      * WRITE-REPORT-HEADING/TOTAL BUILD THE PAGINATED COMPARISON     *
      * REPORT AROUND THE STUDY BLOCKS.                               *
      *****************************************************************
       write-report-heading.
              add 1 to page-count
              move page-count to rpt1-page-out
              move rpt-run-date to rpt2-date-out
              move operator-id to rpt2-oper-out
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

       write-report-total.
              if page-count = 0
                     perform write-report-heading
              end-if
              move spaces to print-line
              write print-record after advancing 1
              move records-processed to rpt-count-out
              move studies-run to rpt-studies-out
              move candidates-priced to rpt-priced-out
              move rpt-total-line to print-line
              write print-record after advancing 1.

      *****************************************************************
      * WRITE-CSV-RECORD APPENDS ONE ROW PER CANDIDATE FUEL TO THE    *
      * FSWCSV EXTRACT - INTERACTIVE OR BATCH - SO PURCHASING CAN     *
      * LAY THE STUDY OUT IN THEIR OWN WORKBOOK AT CURRENT PRICES.    *
      * RATE AND COST ARE ZERO WHEN RATE FOUND IS N, CO2 IS ZERO      *
      * WHEN FACTOR FOUND IS N.  BEST IS COST, CO2, BOTH OR BLANK.    *
      * COLUMNS ARE:                                                  *
      *   RUN DATE, PROGRAM, EQUIPMENT ID, SITE, PRICING DATE, HEAT   *
      *   LOAD MMBTU, FUEL TYPE, EFFICIENCY %, HEAT CONTENT KBTU,     *
      *   ANNUAL UNITS, RATE FOUND, RATE, ANNUAL COST, FACTOR FOUND,  *
      *   CO2 TONS, BEST                                              *
      *****************************************************************
       write-csv-record.
              move heat-load to csv-load-out
              move fsc-efficiency (cand-ix) to csv-eff-out
              move fsc-heat-content (cand-ix) to csv-heat-out
              move fsc-units (cand-ix) to csv-units-out
              move fsc-rate (cand-ix) to csv-rate-out
              move fsc-cost (cand-ix) to csv-cost-out
              move fsc-co2-tons (cand-ix) to csv-co2-out
              move spaces to csv-best-out
              if cand-ix = lowest-cost-ix
                     move "COST" to csv-best-out
              end-if
              if cand-ix = lowest-co2-ix
                     if cand-ix = lowest-cost-ix
                            move "BOTH" to csv-best-out
                     else
                            move "CO2" to csv-best-out
                     end-if
              end-if
              move spaces to csv-build-line
              string rpt-run-date delimited by size
                     "," delimited by size
                     "FUELSWCH" delimited by size
                     "," delimited by size
                     equip-id delimited by size
                     "," delimited by size
                     site-code delimited by size
                     "," delimited by size
                     price-date delimited by size
                     "," delimited by size
                     csv-load-out delimited by size
                     "," delimited by size
                     fsc-fuel-type (cand-ix) delimited by size
                     "," delimited by size
                     csv-eff-out delimited by size
                     "," delimited by size
                     csv-heat-out delimited by size
                     "," delimited by size
                     csv-units-out delimited by size
                     "," delimited by size
                     fsc-rate-found (cand-ix) delimited by size
                     "," delimited by size
                     csv-rate-out delimited by size
                     "," delimited by size
                     csv-cost-out delimited by size
                     "," delimited by size
                     fsc-factor-found (cand-ix) delimited by size
                     "," delimited by size
                     csv-co2-out delimited by size
                     "," delimited by size
                     csv-best-out delimited by size
                  into csv-build-line
              end-string
              move csv-build-line to csv-line
              write csv-record.
