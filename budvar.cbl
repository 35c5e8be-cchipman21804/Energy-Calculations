      *****************************************************************
      * SITE ENERGY BUDGET-VERSUS-ACTUAL REPORT                       *
      *                                                               *
      * Prints, for the entered report month, each site's budgeted   *
      * and actual consumption and dollars by fuel type, the month's *
      * variance, and the year-to-date budget, actual and variance,  *
      * with the sites in their SITEMST report-sequence order so the *
      * report reads in the same plant order as everything else the  *
      * energy office circulates.  Budgets come from BUDGMST.        *
      * Actuals are summed from METERACT - each metered unit is      *
      * placed at its site through the EQUIPMST site code - and      *
      * priced at the RATETAB rate in effect for the metered month.  *
      * METERACT carries annualized consumption, so one month's      *
      * actual is the metered figure over twelve.  Metered units     *
      * with no equipment master record, and budgets or actuals for  *
      * a site not on SITEMST, print in an unassigned group at the   *
      * end instead of being dropped.                                *
      *****************************************************************

       identification division.
       program-id.   budvar.

       environment division.
       input-output section.
       file-control.
           select optional site-master-file assign to "SITEMST"
               organization is indexed
               access mode is dynamic
               record key is sit-site-code
               file status is sit-file-status.
           select optional budget-master-file assign to "BUDGMST"
               organization is indexed
               access mode is dynamic
               record key is bud-budget-key
               file status is bud-file-status.
           select optional meter-actual-file assign to "METERACT"
               organization is line sequential
               file status is mtr-file-status.
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
           select optional print-file assign to "BUDVRPT"
               organization is line sequential
               file status is rpt-file-status.

       data division.
       file section.
       fd  site-master-file
           label records are standard.
       copy "sitemst.cpy".

       fd  budget-master-file
           label records are standard.
       copy "budgmst.cpy".

       fd  meter-actual-file
           label records are standard.
       copy "meteract.cpy".

       fd  equip-master-file
           label records are standard.
       copy "equipmst.cpy".

       fd  rate-table-file
           label records are standard.
       copy "ratetab.cpy".

       fd  print-file
           label records are standard.
       copy "rptrec.cpy".

       working-storage section.

       01 REPORT-PERIOD           PIC 9(06).
       01 REPORT-PERIOD-PARTS REDEFINES REPORT-PERIOD.
              05 REPORT-YEAR       PIC 9(04).
              05 REPORT-MONTH      PIC 9(02).

       01 METER-PERIOD            PIC 9(06).
       01 METER-PERIOD-PARTS REDEFINES METER-PERIOD.
              05 METER-YEAR        PIC 9(04).
              05 METER-MONTH       PIC 9(02).

       01 RUN-DATE-PARTS.
              05 RUN-YEAR          PIC 9(04).
              05 RUN-MONTH         PIC 9(02).
              05 RUN-DAY           PIC 9(02).

       01 BUDVAR-FIELDS.
              05 MONTH-UNITS       PIC S9(7)V99 USAGE COMP.
              05 MONTH-DOLLARS     PIC S9(7)V99 USAGE COMP.
              05 EFFECTIVE-RATE    PIC S9(3)V9999 USAGE COMP.
              05 BUCKET-SITE-CODE  PIC X(03).
              05 BUCKET-FUEL-TYPE  PIC X(04).
              05 MONTH-VARIANCE    PIC S9(9)V99 USAGE COMP.
              05 YTD-VARIANCE      PIC S9(9)V99 USAGE COMP.

      *****************************************************************
      * THE FUEL TYPE AND AS-OF DATE THE RATE-TABLE SCAN IS LOOKING  *
      * FOR.  A METERED MONTH IS PRICED AT THE RATE IN EFFECT AT ITS *
      * END, SO THE AS-OF DATE IS THE PERIOD WITH DAY 31.            *
      *****************************************************************
       01 RATE-LOOKUP-FUEL        PIC X(04).
       01 RATE-AS-OF-DATE         PIC 9(08).

       01 SIT-FILE-STATUS         PIC X(02).
       01 BUD-FILE-STATUS         PIC X(02).
       01 MTR-FILE-STATUS         PIC X(02).
       01 EQM-FILE-STATUS         PIC X(02).
       01 RTB-FILE-STATUS         PIC X(02).
       01 RPT-FILE-STATUS         PIC X(02).

       01 METERS-READ             PIC 9(08) USAGE COMP VALUE 0.
       01 BUDGETS-READ            PIC 9(08) USAGE COMP VALUE 0.

      *****************************************************************
      * SITE ORDER TABLE - SITEMST IS KEYED BY SITE CODE, NOT BY     *
      * REPORT SEQUENCE, SO THE SITES ARE LOADED HERE AND THE REPORT *
      * WALKS THE SEQUENCE NUMBERS 01 - 99 PICKING THEM OUT IN       *
      * ORDER.                                                       *
      *****************************************************************
       01 SITE-ORDER-TABLE.
              05 SOT-ENTRY OCCURS 100 TIMES.
                     10 SOT-SITE-CODE     PIC X(03).
                     10 SOT-SITE-NAME     PIC X(20).
                     10 SOT-REPORT-SEQ    PIC 9(02).
       01 SOT-IX                  PIC 9(03) USAGE COMP.
       01 SOT-ENTRY-COUNT         PIC 9(03) USAGE COMP VALUE 0.
       01 PRINT-SEQ               PIC 9(03) USAGE COMP.

      *****************************************************************
      * BUDGET-VERSUS-ACTUAL TABLE - ONE ENTRY PER SITE AND FUEL     *
      * TYPE, POSTED FROM BOTH BUDGMST AND METERACT BEFORE ANYTHING  *
      * PRINTS, SO A SITE/FUEL WITH A BUDGET AND NO METERING (OR     *
      * METERING AND NO BUDGET) STILL SHOWS.                         *
      *****************************************************************
       01 BUDGET-ACTUAL-TABLE.
              05 BVA-ENTRY OCCURS 300 TIMES.
                     10 BVA-SITE-CODE     PIC X(03).
                     10 BVA-FUEL-TYPE     PIC X(04).
                     10 BVA-BUD-UNITS     PIC S9(9)V99 USAGE COMP.
                     10 BVA-ACT-UNITS     PIC S9(9)V99 USAGE COMP.
                     10 BVA-BUD-DOLLARS   PIC S9(9)V99 USAGE COMP.
                     10 BVA-ACT-DOLLARS   PIC S9(9)V99 USAGE COMP.
                     10 BVA-YTD-BUD-DOLLARS
                                          PIC S9(9)V99 USAGE COMP.
                     10 BVA-YTD-ACT-DOLLARS
                                          PIC S9(9)V99 USAGE COMP.
                     10 BVA-PRINTED-SW    PIC X(01).
       01 BVA-IX                  PIC 9(03) USAGE COMP.
       01 BVA-PRINT-IX            PIC 9(03) USAGE COMP.
       01 BVA-ENTRY-COUNT         PIC 9(03) USAGE COMP VALUE 0.
       01 MONTH-IX                PIC 9(02) USAGE COMP.

       01 SITE-TOTALS.
              05 SUB-BUD-DOLLARS   PIC S9(9)V99 USAGE COMP.
              05 SUB-ACT-DOLLARS   PIC S9(9)V99 USAGE COMP.
              05 SUB-YTD-BUD-DOLLARS
                                   PIC S9(9)V99 USAGE COMP.
              05 SUB-YTD-ACT-DOLLARS
                                   PIC S9(9)V99 USAGE COMP.
              05 SUB-LINE-COUNT    PIC 9(04) USAGE COMP.

       01 GRAND-TOTALS.
              05 GRD-BUD-DOLLARS   PIC S9(9)V99 USAGE COMP.
              05 GRD-ACT-DOLLARS   PIC S9(9)V99 USAGE COMP.
              05 GRD-YTD-BUD-DOLLARS
                                   PIC S9(9)V99 USAGE COMP.
              05 GRD-YTD-ACT-DOLLARS
                                   PIC S9(9)V99 USAGE COMP.

       01 GROUP-SITE-CODE         PIC X(03).
       01 GROUP-SITE-NAME         PIC X(20).

      *****************************************************************
      * REPORT CONTROL FIELDS AND LINE LAYOUTS FOR THE BUDGET REPORT *
      * - SAME PAGINATED LAYOUT AS THE BATCH SUMMARY REPORTS.        *
      * VARIANCE IS ACTUAL LESS BUDGET, SO A POSITIVE FIGURE IS OVER *
      * BUDGET AND A TRAILING MINUS IS UNDER.                        *
      *****************************************************************
       01 LINES-PER-PAGE          PIC 9(02) USAGE COMP VALUE 50.
       01 LINE-COUNT              PIC 9(02) USAGE COMP VALUE 99.
       01 PAGE-COUNT              PIC 9(04) USAGE COMP VALUE 0.
       01 RPT-RUN-DATE            PIC 9(08).

       01 RPT-HEADING-1.
              05 FILLER            PIC X(30)
                                    VALUE "SITE ENERGY BUDGET".
              05 FILLER            PIC X(21)
                                    VALUE "BUDGET VS ACTUAL     ".
              05 FILLER            PIC X(06) VALUE "PAGE: ".
              05 RPT1-PAGE-OUT     PIC ZZZ9.

       01 RPT-HEADING-2.
              05 FILLER            PIC X(11) VALUE "RUN DATE: ".
              05 RPT2-DATE-OUT     PIC 9(08).
              05 FILLER            PIC X(18)
                                    VALUE "  REPORT PERIOD: ".
              05 RPT2-PERIOD-OUT   PIC 9(06).

       01 RPT-HEADING-3.
              05 FILLER            PIC X(04) VALUE "SITE".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(04) VALUE "FUEL".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(12) VALUE "BUDGET UNITS".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(12) VALUE "ACTUAL UNITS".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(12) VALUE "    BUDGET $".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(12) VALUE "    ACTUAL $".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(12) VALUE "  VARIANCE $".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(12) VALUE "YTD BUDGET $".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(12) VALUE "YTD ACTUAL $".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(12) VALUE "YTD VARIANCE".

       01 RPT-SITE-HEADING.
              05 FILLER            PIC X(06) VALUE "SITE: ".
              05 RPT-SH-SITE-OUT   PIC X(03).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-SH-NAME-OUT   PIC X(20).

       01 RPT-DETAIL-LINE.
              05 RPT-SITE-OUT      PIC X(04).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-FUEL-OUT      PIC X(04).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-BUD-UNITS-OUT PIC ZZZ,ZZZ,ZZ9-.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-ACT-UNITS-OUT PIC ZZZ,ZZZ,ZZ9-.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-BUD-DLR-OUT   PIC $$$,$$$,$$9-.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-ACT-DLR-OUT   PIC $$$,$$$,$$9-.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-VAR-DLR-OUT   PIC $$$,$$$,$$9-.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-YTD-BUD-OUT   PIC $$$,$$$,$$9-.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-YTD-ACT-OUT   PIC $$$,$$$,$$9-.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-YTD-VAR-OUT   PIC $$$,$$$,$$9-.

       01 RPT-SUBTOTAL-LINE.
              05 RPT-SUB-LABEL-OUT PIC X(40).
              05 RPT-SUB-BUD-OUT   PIC $$$,$$$,$$9-.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-SUB-ACT-OUT   PIC $$$,$$$,$$9-.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-SUB-VAR-OUT   PIC $$$,$$$,$$9-.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-SUB-YTD-BUD-OUT
                                   PIC $$$,$$$,$$9-.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-SUB-YTD-ACT-OUT
                                   PIC $$$,$$$,$$9-.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-SUB-YTD-VAR-OUT
                                   PIC $$$,$$$,$$9-.

       01 RPT-TOTAL-LINE.
              05 FILLER            PIC X(16)
                                    VALUE "METERS READ:    ".
              05 RPT-READ-OUT      PIC ZZZZ9.
              05 FILLER            PIC X(18)
                                    VALUE "  BUDGETS READ:   ".
              05 RPT-BUDGETS-OUT   PIC ZZZZ9.

       01 SWITCHES.
              05 EOF-SITE-SW       PIC X(01) VALUE "N".
                     88 END-OF-SITE VALUE "Y".
              05 EOF-BUDGET-SW     PIC X(01) VALUE "N".
                     88 END-OF-BUDGET VALUE "Y".
              05 EOF-METER-SW      PIC X(01) VALUE "N".
                     88 END-OF-METER VALUE "Y".
              05 RATE-FOUND-SW     PIC X(01) VALUE "N".
                     88 RATE-FOUND VALUE "Y".
              05 RATE-SCAN-EOF-SW  PIC X(01) VALUE "N".
                     88 END-OF-RATE-SCAN VALUE "Y".
              05 BVA-FOUND-SW      PIC X(01) VALUE "N".
                     88 BVA-FOUND VALUE "Y".

       procedure division.
       init-ws.

      *****************************************************************
      * THIS PROGRAM MAY BE CALLED MORE THAN ONCE IN THE SAME RUN     *
      * UNIT (FROM ENERGYMENU'S MENU LOOP), AND COBOL DOES NOT RESET  *
      * A CALLED SUBPROGRAM'S WORKING-STORAGE BETWEEN CALLS ON ITS    *
      * OWN.  EVERY SWITCH AND COUNTER IS RESET HERE EXPLICITLY SO A  *
      * SECOND CALL STARTS CLEAN.                                     *
      *****************************************************************
              initialize budvar-fields
              initialize grand-totals
              move "N" to eof-site-sw
              move "N" to eof-budget-sw
              move "N" to eof-meter-sw
              move "N" to rate-found-sw
              move "N" to rate-scan-eof-sw
              move "N" to bva-found-sw
              move 0 to meters-read
              move 0 to budgets-read
              move 0 to sot-entry-count
              move 0 to bva-entry-count
              move 0 to page-count
              move 99 to line-count
              accept rpt-run-date from date yyyymmdd
              move rpt-run-date to run-date-parts
              display "SITE ENERGY BUDGET VERSUS ACTUAL"
              display spaces
              display "Enter report period (YYYYMM, zero for the "
                      "current month): "
              accept report-period
              if report-period = 0
                 or report-month < 1 or report-month > 12
                     move run-year to report-year
                     move run-month to report-month
              end-if
              open input site-master-file
              open input budget-master-file
              open input meter-actual-file
              open input equip-master-file
              open input rate-table-file
              open output print-file
              perform load-site-table
              perform read-meter-actual
              perform post-meter-actual until end-of-meter
              perform load-budgets
              perform write-report-heading
              perform print-sites-in-sequence
                  varying print-seq from 1 by 1
                  until print-seq > 99
              perform print-unassigned-group
              perform write-report-total
              close site-master-file
              close budget-master-file
              close meter-actual-file
              close equip-master-file
              close rate-table-file
              close print-file
              display "Budget report complete - see the budget "
                      "versus actual report"
              go to end-program.

       end-program.
              goback.

      *****************************************************************
      * LOAD-SITE-TABLE READS SITEMST FROM THE TOP IN KEY ORDER.     *
      *****************************************************************
       load-site-table.
              move low-values to sit-site-code
              start site-master-file
                  key is not less than sit-site-code
                  invalid key
                         move "Y" to eof-site-sw
              end-start
              if sit-file-status not = "00"
                     move "Y" to eof-site-sw
              end-if
              if not end-of-site
                     perform read-next-site
              end-if
              perform store-site-entry until end-of-site.

       read-next-site.
              read site-master-file next record
                  at end move "Y" to eof-site-sw
              end-read
              if sit-file-status not = "00"
                     move "Y" to eof-site-sw
              end-if.

       store-site-entry.
              if sot-entry-count < 100
                     add 1 to sot-entry-count
                     move sot-entry-count to sot-ix
                     move sit-site-code to sot-site-code (sot-ix)
                     move sit-site-name to sot-site-name (sot-ix)
                     move sit-report-seq to sot-report-seq (sot-ix)
              end-if
              perform read-next-site.

       read-meter-actual.
              read meter-actual-file
                  at end move "Y" to eof-meter-sw
              end-read.

      *****************************************************************
      * POST-METER-ACTUAL TAKES ONE METERED MONTH IN THE REPORT YEAR *
      * UP TO AND INCLUDING THE REPORT MONTH: ONE TWELFTH OF THE     *
      * ANNUALIZED ACTUAL, PRICED AT THE RATE IN EFFECT FOR THAT     *
      * MONTH, POSTED TO YEAR-TO-DATE - AND TO THE MONTH COLUMNS TOO *
      * WHEN IT IS THE REPORT MONTH ITSELF.                          *
      *****************************************************************
       post-meter-actual.
              add 1 to meters-read
              move mtr-period to meter-period
              if meter-year = report-year
                 and meter-month not > report-month
                     perform find-meter-site
                     compute month-units rounded =
                             mtr-actual-consumption / 12
                     move mtr-fuel-type to rate-lookup-fuel
                     compute rate-as-of-date = mtr-period * 100 + 31
                     perform scan-rate-table
                     if rate-found
                            compute month-dollars rounded =
                                    month-units * effective-rate
                     else
                            move 0 to month-dollars
                     end-if
                     move mtr-fuel-type to bucket-fuel-type
                     perform find-bva-entry
                     if bva-found
                            add month-dollars
                                to bva-ytd-act-dollars (bva-ix)
                            if meter-month = report-month
                                   add month-units
                                       to bva-act-units (bva-ix)
                                   add month-dollars
                                       to bva-act-dollars (bva-ix)
                            end-if
                     end-if
              end-if
              perform read-meter-actual.

      *****************************************************************
      * FIND-METER-SITE PLACES THE METERED UNIT AT ITS SITE THROUGH  *
      * THE EQUIPMENT MASTER.  A UNIT NOT ON EQUIPMST (OR WITH NO    *
      * SITE) IS BUCKETED UNDER "(-)" THE SAME WAY FUELSAVE'S SITE   *
      * SUBTOTALS ARE.                                               *
      *****************************************************************
       find-meter-site.
              move "(-)" to bucket-site-code
              move mtr-equip-id to eqm-equip-id
              read equip-master-file
                  invalid key
                         move "(-)" to bucket-site-code
                  not invalid key
                         if eqm-site-code not = spaces
                                move eqm-site-code to bucket-site-code
                         end-if
              end-read.

      *****************************************************************
      * LOAD-BUDGETS READS BUDGMST FROM THE TOP AND POSTS EVERY      *
      * BUDGET FOR THE REPORT YEAR: THE REPORT MONTH'S UNITS AND     *
      * DOLLARS, AND THE DOLLARS FOR MONTHS 1 THROUGH THE REPORT     *
      * MONTH AS YEAR-TO-DATE.                                       *
      *****************************************************************
       load-budgets.
              move low-values to bud-budget-key
              start budget-master-file
                  key is not less than bud-budget-key
                  invalid key
                         move "Y" to eof-budget-sw
              end-start
              if bud-file-status not = "00"
                     move "Y" to eof-budget-sw
              end-if
              if not end-of-budget
                     perform read-next-budget
              end-if
              perform post-budget until end-of-budget.

       read-next-budget.
              read budget-master-file next record
                  at end move "Y" to eof-budget-sw
              end-read
              if bud-file-status not = "00"
                     move "Y" to eof-budget-sw
              end-if.

       post-budget.
              add 1 to budgets-read
              if bud-year = report-year
                     move bud-site-code to bucket-site-code
                     move bud-fuel-type to bucket-fuel-type
                     perform find-bva-entry
                     if bva-found
                            add bud-consumption (report-month)
                                to bva-bud-units (bva-ix)
                            add bud-dollars (report-month)
                                to bva-bud-dollars (bva-ix)
                            perform add-ytd-budget-month
                                varying month-ix from 1 by 1
                                until month-ix > report-month
                     end-if
              end-if
              perform read-next-budget.

       add-ytd-budget-month.
              add bud-dollars (month-ix)
                  to bva-ytd-bud-dollars (bva-ix).

      *****************************************************************
      * FIND-BVA-ENTRY LOCATES THE TABLE ENTRY FOR THE BUCKET SITE   *
      * AND FUEL TYPE, ADDING ONE WHEN IT IS NOT THERE YET.  A FULL  *
      * TABLE LEAVES THE SWITCH OFF AND THE FIGURE IS NOT POSTED.    *
      *****************************************************************
       find-bva-entry.
              move "N" to bva-found-sw
              if bva-entry-count > 0
                     perform match-bva-entry
                         varying bva-ix from 1 by 1
                         until bva-found
                            or bva-ix > bva-entry-count
              end-if
              if not bva-found
                 and bva-entry-count < 300
                     add 1 to bva-entry-count
                     move bva-entry-count to bva-ix
                     move bucket-site-code to bva-site-code (bva-ix)
                     move bucket-fuel-type to bva-fuel-type (bva-ix)
                     move 0 to bva-bud-units (bva-ix)
                     move 0 to bva-act-units (bva-ix)
                     move 0 to bva-bud-dollars (bva-ix)
                     move 0 to bva-act-dollars (bva-ix)
                     move 0 to bva-ytd-bud-dollars (bva-ix)
                     move 0 to bva-ytd-act-dollars (bva-ix)
                     move "N" to bva-printed-sw (bva-ix)
                     move "Y" to bva-found-sw
              end-if.

       match-bva-entry.
              if bva-site-code (bva-ix) = bucket-site-code
                 and bva-fuel-type (bva-ix) = bucket-fuel-type
                     move "Y" to bva-found-sw
      *****************************************************************
      * BACK THE SUBSCRIPT UP ONE - PERFORM VARYING STEPS IT PAST    *
      * THE MATCHED ENTRY BEFORE THE UNTIL TEST SEES THE SWITCH.     *
      *****************************************************************
                     subtract 1 from bva-ix
              end-if.

      *****************************************************************
      * LOOKUP OF THE RATE IN EFFECT AS OF RATE-AS-OF-DATE FROM THE  *
      * EFFECTIVE-DATED RATETAB - THE SAME FORWARD SCAN FUELSAVE     *
      * USES.  THE STATUS CHECKS STOP THE SCAN WHEN THE FILE IS      *
      * UNAVAILABLE OR A READ FAILS, SINCE A FAILED READ THAT IS NOT *
      * AT-END LEAVES THE RECORD AREA AS IT WAS.                     *
      *****************************************************************
       scan-rate-table.
              move "N" to rate-found-sw
              move 0 to effective-rate
              if rate-lookup-fuel not = spaces
                     move rate-lookup-fuel to rtb-fuel-type
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
                         until end-of-rate-scan
              end-if.

       read-next-rate.
              read rate-table-file next record
                  at end move "Y" to rate-scan-eof-sw
              end-read
              if rtb-file-status not = "00"
                     move "Y" to rate-scan-eof-sw
              end-if.

       scan-rate-history.
              if rtb-fuel-type not = rate-lookup-fuel
                 or rtb-effective-date > rate-as-of-date
                     move "Y" to rate-scan-eof-sw
              else
                     move rtb-rate-per-unit to effective-rate
                     move "Y" to rate-found-sw
                     perform read-next-rate
              end-if.

      *****************************************************************
      * PRINT-SITES-IN-SEQUENCE PRINTS EVERY SITE CARRYING THE       *
      * CURRENT REPORT SEQUENCE NUMBER - TWO SITES SHARING A NUMBER  *
      * PRINT IN SITE-CODE ORDER.                                    *
      *****************************************************************
       print-sites-in-sequence.
              if sot-entry-count > 0
                     perform print-site-if-in-sequence
                         varying sot-ix from 1 by 1
                         until sot-ix > sot-entry-count
              end-if.

       print-site-if-in-sequence.
              if sot-report-seq (sot-ix) = print-seq
                     move sot-site-code (sot-ix) to group-site-code
                     move sot-site-name (sot-ix) to group-site-name
                     perform print-site-group
              end-if.

      *****************************************************************
      * PRINT-SITE-GROUP PRINTS THE SITE HEADING, ONE LINE PER FUEL  *
      * TYPE POSTED FOR THE SITE, AND THE SITE SUBTOTAL.  A SITE     *
      * WITH NOTHING BUDGETED OR METERED IS SKIPPED.                 *
      *****************************************************************
       print-site-group.
              initialize site-totals
              perform count-site-lines
                  varying bva-print-ix from 1 by 1
                  until bva-print-ix > bva-entry-count
              if sub-line-count > 0
                     perform write-site-heading
                     perform print-site-fuel-line
                         varying bva-print-ix from 1 by 1
                         until bva-print-ix > bva-entry-count
                     move "  SITE TOTAL" to rpt-sub-label-out
                     perform write-subtotal-line
              end-if.

       count-site-lines.
              if bva-site-code (bva-print-ix) = group-site-code
                     add 1 to sub-line-count
              end-if.

       print-site-fuel-line.
              if bva-site-code (bva-print-ix) = group-site-code
                     perform write-detail-line
              end-if.

      *****************************************************************
      * PRINT-UNASSIGNED-GROUP PRINTS WHATEVER THE SEQUENCE WALK DID *
      * NOT - METERED UNITS NOT ON EQUIPMST AND BUDGETS OR ACTUALS   *
      * FOR A SITE CODE NOT ON SITEMST.                              *
      *****************************************************************
       print-unassigned-group.
              initialize site-totals
              perform count-unassigned-line
                  varying bva-print-ix from 1 by 1
                  until bva-print-ix > bva-entry-count
              if sub-line-count > 0
                     move "(-)" to group-site-code
                     move "UNASSIGNED" to group-site-name
                     perform write-site-heading
                     perform print-unassigned-line
                         varying bva-print-ix from 1 by 1
                         until bva-print-ix > bva-entry-count
                     move "  UNASSIGNED TOTAL" to rpt-sub-label-out
                     perform write-subtotal-line
              end-if.

       count-unassigned-line.
              if bva-printed-sw (bva-print-ix) = "N"
                     add 1 to sub-line-count
              end-if.

       print-unassigned-line.
              if bva-printed-sw (bva-print-ix) = "N"
                     perform write-detail-line
              end-if.

       write-report-heading.
              add 1 to page-count
              move page-count to rpt1-page-out
              move rpt-run-date to rpt2-date-out
              move report-period to rpt2-period-out
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

       write-site-heading.
              if line-count >= lines-per-page - 2
                     perform write-report-heading
              end-if
              move group-site-code to rpt-sh-site-out
              move group-site-name to rpt-sh-name-out
              move rpt-site-heading to print-line
              write print-record after advancing 1
              add 1 to line-count.

       write-detail-line.
              if line-count >= lines-per-page
                     perform write-report-heading
              end-if
              move "Y" to bva-printed-sw (bva-print-ix)
              compute month-variance =
                      bva-act-dollars (bva-print-ix)
                    - bva-bud-dollars (bva-print-ix)
              compute ytd-variance =
                      bva-ytd-act-dollars (bva-print-ix)
                    - bva-ytd-bud-dollars (bva-print-ix)
              move bva-site-code (bva-print-ix) to rpt-site-out
              move bva-fuel-type (bva-print-ix) to rpt-fuel-out
              move bva-bud-units (bva-print-ix) to rpt-bud-units-out
              move bva-act-units (bva-print-ix) to rpt-act-units-out
              move bva-bud-dollars (bva-print-ix) to rpt-bud-dlr-out
              move bva-act-dollars (bva-print-ix) to rpt-act-dlr-out
              move month-variance to rpt-var-dlr-out
              move bva-ytd-bud-dollars (bva-print-ix)
                   to rpt-ytd-bud-out
              move bva-ytd-act-dollars (bva-print-ix)
                   to rpt-ytd-act-out
              move ytd-variance to rpt-ytd-var-out
              move rpt-detail-line to print-line
              write print-record after advancing 1
              add 1 to line-count
              add bva-bud-dollars (bva-print-ix) to sub-bud-dollars
              add bva-act-dollars (bva-print-ix) to sub-act-dollars
              add bva-ytd-bud-dollars (bva-print-ix)
                  to sub-ytd-bud-dollars
              add bva-ytd-act-dollars (bva-print-ix)
                  to sub-ytd-act-dollars
              add bva-bud-dollars (bva-print-ix) to grd-bud-dollars
              add bva-act-dollars (bva-print-ix) to grd-act-dollars
              add bva-ytd-bud-dollars (bva-print-ix)
                  to grd-ytd-bud-dollars
              add bva-ytd-act-dollars (bva-print-ix)
                  to grd-ytd-act-dollars.

       write-subtotal-line.
              if line-count >= lines-per-page - 1
                     perform write-report-heading
              end-if
              move sub-bud-dollars to rpt-sub-bud-out
              move sub-act-dollars to rpt-sub-act-out
              compute month-variance =
                      sub-act-dollars - sub-bud-dollars
              move month-variance to rpt-sub-var-out
              move sub-ytd-bud-dollars to rpt-sub-ytd-bud-out
              move sub-ytd-act-dollars to rpt-sub-ytd-act-out
              compute ytd-variance =
                      sub-ytd-act-dollars - sub-ytd-bud-dollars
              move ytd-variance to rpt-sub-ytd-var-out
              move rpt-subtotal-line to print-line
              write print-record after advancing 1
              move spaces to print-line
              write print-record after advancing 1
              add 2 to line-count.

       write-report-total.
              move grd-bud-dollars to sub-bud-dollars
              move grd-act-dollars to sub-act-dollars
              move grd-ytd-bud-dollars to sub-ytd-bud-dollars
              move grd-ytd-act-dollars to sub-ytd-act-dollars
              move "ALL SITES" to rpt-sub-label-out
              perform write-subtotal-line
              move meters-read to rpt-read-out
              move budgets-read to rpt-budgets-out
              move rpt-total-line to print-line
              write print-record after advancing 1.
