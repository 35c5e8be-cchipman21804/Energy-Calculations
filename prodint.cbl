      *****************************************************************
      * PRODUCTION-NORMALIZED ENERGY INTENSITY REPORT                 *
      *                                                               *
      * Prints, for the entered report month, each site's metered    *
      * consumption and dollars by fuel type divided by the units    *
      * the site produced that month (from PRODMST), so a plant that *
      * simply made more product is not mistaken for one that got    *
      * less efficient.  Each intensity is set against the same      *
      * month last year and against the rolling twelve-month average *
      * (twelve months' energy over twelve months' production), and  *
      * a line whose intensity rose by more than the entered         *
      * threshold percent is flagged *WORSE.  Each site closes with  *
      * its total dollars per unit produced on the same comparisons. *
      * Actuals are summed from METERACT the way BUDVAR sums them -  *
      * each metered unit placed at its site through EQUIPMST, one   *
      * twelfth of the annualized actual taken as the month, priced  *
      * at the RATETAB rate in effect at the end of the month.  A    *
      * site with no production keyed prints its energy marked NO    *
      * PROD; metered units not at a SITEMST site print in an        *
      * unassigned group at the end.                                 *
      *****************************************************************

       identification division.
       program-id.   prodint.

       environment division.
       input-output section.
       file-control.
           select optional site-master-file assign to "SITEMST"
               organization is indexed
               access mode is dynamic
               record key is sit-site-code
               file status is sit-file-status.
           select optional production-file assign to "PRODMST"
               organization is indexed
               access mode is random
               record key is prd-production-key
               file status is prd-file-status.
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
           select optional print-file assign to "PRODRPT"
               organization is line sequential
               file status is rpt-file-status.

       data division.
       file section.
       fd  site-master-file
           label records are standard.
       copy "sitemst.cpy".

       fd  production-file
           label records are standard.
       copy "prodmst.cpy".

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

      *****************************************************************
      * THE COMPARISON PERIODS - THE SAME MONTH A YEAR EARLIER, AND  *
      * THE FIRST MONTH OF THE TWELVE ENDING WITH THE REPORT MONTH.  *
      *****************************************************************
       01 LAST-YEAR-PERIOD        PIC 9(06).
       01 ROLLING-START-PERIOD    PIC 9(06).

       01 SCAN-PERIOD             PIC 9(06).
       01 SCAN-PERIOD-PARTS REDEFINES SCAN-PERIOD.
              05 SCAN-YEAR         PIC 9(04).
              05 SCAN-MONTH        PIC 9(02).

       01 RUN-DATE-PARTS.
              05 RUN-YEAR          PIC 9(04).
              05 RUN-MONTH         PIC 9(02).
              05 RUN-DAY           PIC 9(02).

       01 THRESHOLD-PCT           PIC 9(03).

       01 PRODINT-FIELDS.
              05 MONTH-UNITS       PIC S9(7)V99 USAGE COMP.
              05 MONTH-DOLLARS     PIC S9(7)V99 USAGE COMP.
              05 EFFECTIVE-RATE    PIC S9(3)V9999 USAGE COMP.
              05 BUCKET-SITE-CODE  PIC X(03).
              05 BUCKET-FUEL-TYPE  PIC X(04).
              05 IN-CURRENT-SW     PIC X(01).
              05 IN-LAST-YEAR-SW   PIC X(01).
              05 IN-ROLLING-SW     PIC X(01).

      *****************************************************************
      * THE FIGURES ONE REPORT LINE COMPARES - ENERGY (UNITS OR      *
      * DOLLARS) AND PRODUCTION FOR THE MONTH, LAST YEAR AND THE     *
      * TWELVE MONTHS - AND THE INTENSITIES AND PERCENT CHANGES      *
      * WORKED FROM THEM.  A CHANGE IS ONLY WORKED WHEN BOTH SIDES   *
      * HAVE PRODUCTION AND THE EARLIER INTENSITY IS NOT ZERO.       *
      *****************************************************************
       01 INTENSITY-FIELDS.
              05 CUR-ENERGY        PIC S9(11)V99 USAGE COMP.
              05 LY-ENERGY         PIC S9(11)V99 USAGE COMP.
              05 R12-ENERGY        PIC S9(11)V99 USAGE COMP.
              05 CUR-INTENSITY     PIC S9(9)V9999 USAGE COMP.
              05 LY-INTENSITY      PIC S9(9)V9999 USAGE COMP.
              05 R12-INTENSITY     PIC S9(9)V9999 USAGE COMP.
              05 LY-CHANGE-PCT     PIC S9(5)V9 USAGE COMP.
              05 R12-CHANGE-PCT    PIC S9(5)V9 USAGE COMP.
              05 LY-CHANGE-SW      PIC X(01).
              05 R12-CHANGE-SW     PIC X(01).

       01 SITE-PRODUCTION.
              05 CUR-PRODUCTION    PIC S9(9)V99 USAGE COMP.
              05 LY-PRODUCTION     PIC S9(9)V99 USAGE COMP.
              05 R12-PRODUCTION    PIC S9(11)V99 USAGE COMP.
              05 CUR-OPERATING-DAYS
                                   PIC 9(02).
              05 CUR-UNIT-OF-MEASURE
                                   PIC X(08).

      *****************************************************************
      * THE FUEL TYPE AND AS-OF DATE THE RATE-TABLE SCAN IS LOOKING  *
      * FOR.  A METERED MONTH IS PRICED AT THE RATE IN EFFECT AT ITS *
      * END, SO THE AS-OF DATE IS THE PERIOD WITH DAY 31.            *
      *****************************************************************
       01 RATE-LOOKUP-FUEL        PIC X(04).
       01 RATE-AS-OF-DATE         PIC 9(08).

       01 SIT-FILE-STATUS         PIC X(02).
       01 PRD-FILE-STATUS         PIC X(02).
       01 MTR-FILE-STATUS         PIC X(02).
       01 EQM-FILE-STATUS         PIC X(02).
       01 RTB-FILE-STATUS         PIC X(02).
       01 RPT-FILE-STATUS         PIC X(02).

       01 METERS-READ             PIC 9(08) USAGE COMP VALUE 0.
       01 SITES-REPORTED          PIC 9(08) USAGE COMP VALUE 0.
       01 SITES-FLAGGED           PIC 9(08) USAGE COMP VALUE 0.
       01 SITES-NO-PRODUCTION     PIC 9(08) USAGE COMP VALUE 0.

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
      * SITE ENERGY TABLE - ONE ENTRY PER SITE AND FUEL TYPE, HOLDING *
      * THE REPORT MONTH, THE SAME MONTH LAST YEAR, AND THE TWELVE    *
      * MONTHS ENDING WITH THE REPORT MONTH, ALL POSTED IN ONE PASS   *
      * OF METERACT BEFORE ANYTHING PRINTS.                           *
      *****************************************************************
       01 SITE-ENERGY-TABLE.
              05 SEN-ENTRY OCCURS 300 TIMES.
                     10 SEN-SITE-CODE     PIC X(03).
                     10 SEN-FUEL-TYPE     PIC X(04).
                     10 SEN-CUR-UNITS     PIC S9(9)V99 USAGE COMP.
                     10 SEN-CUR-DOLLARS   PIC S9(9)V99 USAGE COMP.
                     10 SEN-LY-UNITS      PIC S9(9)V99 USAGE COMP.
                     10 SEN-LY-DOLLARS    PIC S9(9)V99 USAGE COMP.
                     10 SEN-R12-UNITS     PIC S9(11)V99 USAGE COMP.
                     10 SEN-R12-DOLLARS   PIC S9(11)V99 USAGE COMP.
                     10 SEN-PRINTED-SW    PIC X(01).
       01 SEN-IX                  PIC 9(03) USAGE COMP.
       01 SEN-PRINT-IX            PIC 9(03) USAGE COMP.
       01 SEN-ENTRY-COUNT         PIC 9(03) USAGE COMP VALUE 0.
       01 MONTH-IX                PIC 9(02) USAGE COMP.

       01 SITE-TOTALS.
              05 SUB-CUR-DOLLARS   PIC S9(11)V99 USAGE COMP.
              05 SUB-LY-DOLLARS    PIC S9(11)V99 USAGE COMP.
              05 SUB-R12-DOLLARS   PIC S9(11)V99 USAGE COMP.
              05 SUB-LINE-COUNT    PIC 9(04) USAGE COMP.

       01 GROUP-SITE-CODE         PIC X(03).
       01 GROUP-SITE-NAME         PIC X(20).

      *****************************************************************
      * REPORT CONTROL FIELDS AND LINE LAYOUTS FOR THE INTENSITY     *
      * REPORT - SAME PAGINATED LAYOUT AS THE BATCH SUMMARY REPORTS. *
      * INTENSITY IS ENERGY PER UNIT PRODUCED, SO A POSITIVE CHANGE  *
      * IS WORSE AND A TRAILING MINUS IS AN IMPROVEMENT.  A CHANGE   *
      * THAT CANNOT BE WORKED PRINTS N/A THROUGH THE REDEFINED VIEW  *
      * OF ITS COLUMN.                                               *
      *****************************************************************
       01 LINES-PER-PAGE          PIC 9(02) USAGE COMP VALUE 50.
       01 LINE-COUNT              PIC 9(02) USAGE COMP VALUE 99.
       01 PAGE-COUNT              PIC 9(04) USAGE COMP VALUE 0.
       01 RPT-RUN-DATE            PIC 9(08).

       01 RPT-HEADING-1.
              05 FILLER            PIC X(30)
                                    VALUE "PRODUCTION ENERGY INTENSITY".
              05 FILLER            PIC X(21)
                                    VALUE "INTENSITY REPORT     ".
              05 FILLER            PIC X(06) VALUE "PAGE: ".
              05 RPT1-PAGE-OUT     PIC ZZZ9.

       01 RPT-HEADING-2.
              05 FILLER            PIC X(11) VALUE "RUN DATE: ".
              05 RPT2-DATE-OUT     PIC 9(08).
              05 FILLER            PIC X(18)
                                    VALUE "  REPORT PERIOD: ".
              05 RPT2-PERIOD-OUT   PIC 9(06).
              05 FILLER            PIC X(14)
                                    VALUE "  LAST YEAR: ".
              05 RPT2-LY-OUT       PIC 9(06).
              05 FILLER            PIC X(14)
                                    VALUE "  12 MONTHS: ".
              05 RPT2-R12-FROM-OUT PIC 9(06).
              05 FILLER            PIC X(03) VALUE " - ".
              05 RPT2-R12-TO-OUT   PIC 9(06).
              05 FILLER            PIC X(14)
                                    VALUE "  THRESHOLD: ".
              05 RPT2-THRESH-OUT   PIC ZZ9.
              05 FILLER            PIC X(01) VALUE "%".

       01 RPT-HEADING-3.
              05 FILLER            PIC X(04) VALUE "SITE".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(04) VALUE "FUEL".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(12) VALUE " MONTH UNITS".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(17)
                                    VALUE "   MONTH PER UNIT".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(17)
                                    VALUE " LAST YR PER UNIT".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE " CHG PCT".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(17)
                                    VALUE "  12-MO AVG /UNIT".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE " CHG PCT".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(11) VALUE "   MONTH $".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(07) VALUE "FLAG".

       01 RPT-SITE-HEADING.
              05 FILLER            PIC X(06) VALUE "SITE: ".
              05 RPT-SH-SITE-OUT   PIC X(03).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-SH-NAME-OUT   PIC X(20).
              05 FILLER            PIC X(12)
                                    VALUE "  PRODUCED: ".
              05 RPT-SH-PROD-OUT   PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER            PIC X(01) VALUE SPACE.
              05 RPT-SH-UOM-OUT    PIC X(08).
              05 FILLER            PIC X(08) VALUE "  DAYS: ".
              05 RPT-SH-DAYS-OUT   PIC Z9.
              05 FILLER            PIC X(13)
                                    VALUE "  LAST YEAR: ".
              05 RPT-SH-LY-OUT     PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER            PIC X(13)
                                    VALUE "  12 MONTHS: ".
              05 RPT-SH-R12-OUT    PIC ZZZ,ZZZ,ZZ9.99.

       01 RPT-DETAIL-LINE.
              05 RPT-SITE-OUT      PIC X(04).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-FUEL-OUT      PIC X(04).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-UNITS-OUT     PIC ZZZ,ZZZ,ZZ9-.
              05 RPT-UNITS-TEXT REDEFINES RPT-UNITS-OUT
                                   PIC X(12).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-CUR-INT-OUT   PIC ZZZ,ZZZ,ZZ9.9999-.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-LY-INT-OUT    PIC ZZZ,ZZZ,ZZ9.9999-.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-LY-PCT-OUT    PIC ZZZZ9.9-.
              05 RPT-LY-PCT-TEXT REDEFINES RPT-LY-PCT-OUT
                                   PIC X(08).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-R12-INT-OUT   PIC ZZZ,ZZZ,ZZ9.9999-.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-R12-PCT-OUT   PIC ZZZZ9.9-.
              05 RPT-R12-PCT-TEXT REDEFINES RPT-R12-PCT-OUT
                                   PIC X(08).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-DLR-OUT       PIC $$,$$$,$$9-.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-FLAG-OUT      PIC X(07).

       01 RPT-TOTAL-LINE.
              05 FILLER            PIC X(16)
                                    VALUE "METERS READ:    ".
              05 RPT-READ-OUT      PIC ZZZZ9.
              05 FILLER            PIC X(19)
                                    VALUE "  SITES REPORTED:  ".
              05 RPT-SITES-OUT     PIC ZZZZ9.
              05 FILLER            PIC X(18)
                                    VALUE "  SITES FLAGGED:  ".
              05 RPT-FLAGGED-OUT   PIC ZZZZ9.
              05 FILLER            PIC X(26)
                                    VALUE "  SITES WITH NO PRODUCTION".
              05 FILLER            PIC X(02) VALUE ": ".
              05 RPT-NO-PROD-OUT   PIC ZZZZ9.

       01 SWITCHES.
              05 EOF-SITE-SW       PIC X(01) VALUE "N".
                     88 END-OF-SITE VALUE "Y".
              05 EOF-METER-SW      PIC X(01) VALUE "N".
                     88 END-OF-METER VALUE "Y".
              05 RATE-FOUND-SW     PIC X(01) VALUE "N".
                     88 RATE-FOUND VALUE "Y".
              05 RATE-SCAN-EOF-SW  PIC X(01) VALUE "N".
                     88 END-OF-RATE-SCAN VALUE "Y".
              05 SEN-FOUND-SW      PIC X(01) VALUE "N".
                     88 SEN-FOUND VALUE "Y".
              05 SITE-FLAGGED-SW   PIC X(01) VALUE "N".
                     88 SITE-FLAGGED VALUE "Y".
              05 LINE-WORSE-SW     PIC X(01) VALUE "N".
                     88 LINE-WORSE VALUE "Y".

       procedure division.
       init-ws.

      *****************************************************************
      * THIS PROGRAM MAY BE CALLED MORE THAN ONCE IN THE SAME RUN     *
      * UNIT (FROM ENERGYMENU'S MENU LOOP), AND COBOL DOES NOT RESET  *
      * A CALLED SUBPROGRAM'S WORKING-STORAGE BETWEEN CALLS ON ITS    *
      * OWN.  EVERY SWITCH AND COUNTER IS RESET HERE EXPLICITLY SO A  *
      * SECOND CALL STARTS CLEAN.                                     *
      *****************************************************************
              initialize prodint-fields
              initialize intensity-fields
              initialize site-production
              move "N" to eof-site-sw
              move "N" to eof-meter-sw
              move "N" to rate-found-sw
              move "N" to rate-scan-eof-sw
              move "N" to sen-found-sw
              move "N" to site-flagged-sw
              move "N" to line-worse-sw
              move 0 to meters-read
              move 0 to sites-reported
              move 0 to sites-flagged
              move 0 to sites-no-production
              move 0 to sot-entry-count
              move 0 to sen-entry-count
              move 0 to page-count
              move 99 to line-count
              accept rpt-run-date from date yyyymmdd
              move rpt-run-date to run-date-parts
              display "PRODUCTION-NORMALIZED ENERGY INTENSITY"
              display spaces
              display "Enter report period (YYYYMM, zero for the "
                      "current month): "
              accept report-period
              if report-period = 0
                 or report-month < 1 or report-month > 12
                     move run-year to report-year
                     move run-month to report-month
              end-if
              display "Enter worsening threshold percent (zero for "
                      "10): "
              accept threshold-pct
              if threshold-pct = 0
                     move 10 to threshold-pct
              end-if
              perform set-comparison-periods
              open input site-master-file
              open input production-file
              open input meter-actual-file
              open input equip-master-file
              open input rate-table-file
              open output print-file
              perform load-site-table
              perform read-meter-actual
              perform post-meter-actual until end-of-meter
              perform write-report-heading
              perform print-sites-in-sequence
                  varying print-seq from 1 by 1
                  until print-seq > 99
              perform print-unassigned-group
              perform write-report-total
              close site-master-file
              close production-file
              close meter-actual-file
              close equip-master-file
              close rate-table-file
              close print-file
              display "Intensity report complete - " sites-flagged
                      " site(s) flagged worse"
              go to end-program.

       end-program.
              goback.

      *****************************************************************
      * SET-COMPARISON-PERIODS WORKS OUT LAST YEAR'S MONTH AND THE    *
      * FIRST MONTH OF THE ROLLING TWELVE: JANUARY OF THE SAME YEAR   *
      * FOR A DECEMBER REPORT, OTHERWISE THE MONTH AFTER THE REPORT   *
      * MONTH IN THE YEAR BEFORE.                                     *
      *****************************************************************
       set-comparison-periods.
              compute last-year-period =
                      (report-year - 1) * 100 + report-month
              if report-month = 12
                     compute rolling-start-period =
                             report-year * 100 + 1
              else
                     compute rolling-start-period =
                             (report-year - 1) * 100
                           + report-month + 1
              end-if.

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
      * POST-METER-ACTUAL TAKES ONE METERED MONTH THAT FALLS IN ANY  *
      * OF THE COMPARISON PERIODS: ONE TWELFTH OF THE ANNUALIZED     *
      * ACTUAL, PRICED AT THE RATE IN EFFECT FOR THAT MONTH, POSTED  *
      * TO THE REPORT MONTH, LAST YEAR'S MONTH, AND THE ROLLING      *
      * TWELVE AS IT APPLIES.                                        *
      *****************************************************************
       post-meter-actual.
              add 1 to meters-read
              move "N" to in-current-sw
              move "N" to in-last-year-sw
              move "N" to in-rolling-sw
              if mtr-period = report-period
                     move "Y" to in-current-sw
              end-if
              if mtr-period = last-year-period
                     move "Y" to in-last-year-sw
              end-if
              if mtr-period not < rolling-start-period
                 and mtr-period not > report-period
                     move "Y" to in-rolling-sw
              end-if
              if in-current-sw = "Y"
                 or in-last-year-sw = "Y"
                 or in-rolling-sw = "Y"
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
                     perform find-sen-entry
                     if sen-found
                            perform post-sen-entry
                     end-if
              end-if
              perform read-meter-actual.

       post-sen-entry.
              if in-current-sw = "Y"
                     add month-units to sen-cur-units (sen-ix)
                     add month-dollars to sen-cur-dollars (sen-ix)
              end-if
              if in-last-year-sw = "Y"
                     add month-units to sen-ly-units (sen-ix)
                     add month-dollars to sen-ly-dollars (sen-ix)
              end-if
              if in-rolling-sw = "Y"
                     add month-units to sen-r12-units (sen-ix)
                     add month-dollars to sen-r12-dollars (sen-ix)
              end-if.

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
      * FIND-SEN-ENTRY LOCATES THE TABLE ENTRY FOR THE BUCKET SITE   *
      * AND FUEL TYPE, ADDING ONE WHEN IT IS NOT THERE YET.  A FULL  *
      * TABLE LEAVES THE SWITCH OFF AND THE FIGURE IS NOT POSTED.    *
      *****************************************************************
       find-sen-entry.
              move "N" to sen-found-sw
              if sen-entry-count > 0
                     perform match-sen-entry
                         varying sen-ix from 1 by 1
                         until sen-found
                            or sen-ix > sen-entry-count
              end-if
              if not sen-found
                 and sen-entry-count < 300
                     add 1 to sen-entry-count
                     move sen-entry-count to sen-ix
                     move bucket-site-code to sen-site-code (sen-ix)
                     move bucket-fuel-type to sen-fuel-type (sen-ix)
                     move 0 to sen-cur-units (sen-ix)
                     move 0 to sen-cur-dollars (sen-ix)
                     move 0 to sen-ly-units (sen-ix)
                     move 0 to sen-ly-dollars (sen-ix)
                     move 0 to sen-r12-units (sen-ix)
                     move 0 to sen-r12-dollars (sen-ix)
                     move "N" to sen-printed-sw (sen-ix)
                     move "Y" to sen-found-sw
              end-if.

       match-sen-entry.
              if sen-site-code (sen-ix) = bucket-site-code
                 and sen-fuel-type (sen-ix) = bucket-fuel-type
                     move "Y" to sen-found-sw
      *****************************************************************
      * BACK THE SUBSCRIPT UP ONE - PERFORM VARYING STEPS IT PAST    *
      * THE MATCHED ENTRY BEFORE THE UNTIL TEST SEES THE SWITCH.     *
      *****************************************************************
                     subtract 1 from sen-ix
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
      * LOAD-SITE-PRODUCTION READS THE GROUP SITE'S PRODMST RECORDS   *
      * FOR THE REPORT MONTH, LAST YEAR'S MONTH, AND EACH OF THE      *
      * TWELVE ROLLING MONTHS.  A MONTH NOT KEYED COUNTS AS NOTHING   *
      * PRODUCED.                                                     *
      *****************************************************************
       load-site-production.
              initialize site-production
              move group-site-code to prd-site-code
              move report-period to prd-period
              read production-file
                  invalid key
                         continue
                  not invalid key
                         move prd-units-produced to cur-production
                         move prd-operating-days
                              to cur-operating-days
                         move prd-unit-of-measure
                              to cur-unit-of-measure
              end-read
              move group-site-code to prd-site-code
              move last-year-period to prd-period
              read production-file
                  invalid key
                         continue
                  not invalid key
                         move prd-units-produced to ly-production
              end-read
              move rolling-start-period to scan-period
              perform add-rolling-production
                  varying month-ix from 1 by 1
                  until month-ix > 12.

       add-rolling-production.
              move group-site-code to prd-site-code
              move scan-period to prd-period
              read production-file
                  invalid key
                         continue
                  not invalid key
                         add prd-units-produced to r12-production
              end-read
              if scan-month = 12
                     add 1 to scan-year
                     move 1 to scan-month
              else
                     add 1 to scan-month
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
      * PRINT-SITE-GROUP PRINTS THE SITE HEADING WITH ITS PRODUCTION, *
      * ONE LINE PER FUEL TYPE METERED AT THE SITE, AND THE SITE'S    *
      * DOLLARS PER UNIT PRODUCED.  A SITE WITH NOTHING METERED IN    *
      * ANY OF THE PERIODS IS SKIPPED.                                *
      *****************************************************************
       print-site-group.
              initialize site-totals
              move "N" to site-flagged-sw
              perform count-site-lines
                  varying sen-print-ix from 1 by 1
                  until sen-print-ix > sen-entry-count
              if sub-line-count > 0
                     perform load-site-production
                     add 1 to sites-reported
                     if cur-production = 0
                            add 1 to sites-no-production
                     end-if
                     perform write-site-heading
                     perform print-site-fuel-line
                         varying sen-print-ix from 1 by 1
                         until sen-print-ix > sen-entry-count
                     perform write-site-dollar-line
                     if site-flagged
                            add 1 to sites-flagged
                     end-if
              end-if.

       count-site-lines.
              if sen-site-code (sen-print-ix) = group-site-code
                     add 1 to sub-line-count
              end-if.

       print-site-fuel-line.
              if sen-site-code (sen-print-ix) = group-site-code
                     perform write-detail-line
              end-if.

      *****************************************************************
      * PRINT-UNASSIGNED-GROUP PRINTS WHATEVER THE SEQUENCE WALK DID *
      * NOT - METERED UNITS NOT ON EQUIPMST OR AT A SITE CODE NOT ON *
      * SITEMST.  THERE IS NO PRODUCTION TO DIVIDE BY, SO THE LINES  *
      * SHOW THE ENERGY ONLY.                                        *
      *****************************************************************
       print-unassigned-group.
              initialize site-totals
              initialize site-production
              perform count-unassigned-line
                  varying sen-print-ix from 1 by 1
                  until sen-print-ix > sen-entry-count
              if sub-line-count > 0
                     move "(-)" to group-site-code
                     move "UNASSIGNED" to group-site-name
                     perform write-site-heading
                     perform print-unassigned-line
                         varying sen-print-ix from 1 by 1
                         until sen-print-ix > sen-entry-count
              end-if.

       count-unassigned-line.
              if sen-printed-sw (sen-print-ix) = "N"
                     add 1 to sub-line-count
              end-if.

       print-unassigned-line.
              if sen-printed-sw (sen-print-ix) = "N"
                     perform write-detail-line
              end-if.

      *****************************************************************
      * WORK-INTENSITIES DIVIDES THE ENERGY FIGURES IN CUR-, LY- AND  *
      * R12-ENERGY BY THE MATCHING PRODUCTION, WORKS THE PERCENT      *
      * CHANGE AGAINST LAST YEAR AND THE TWELVE-MONTH AVERAGE, AND    *
      * SETS LINE-WORSE WHEN EITHER CHANGE IS OVER THE THRESHOLD.     *
      *****************************************************************
       work-intensities.
              move 0 to cur-intensity
              move 0 to ly-intensity
              move 0 to r12-intensity
              move 0 to ly-change-pct
              move 0 to r12-change-pct
              move "N" to ly-change-sw
              move "N" to r12-change-sw
              move "N" to line-worse-sw
              if cur-production > 0
                     compute cur-intensity rounded =
                             cur-energy / cur-production
              end-if
              if ly-production > 0
                     compute ly-intensity rounded =
                             ly-energy / ly-production
              end-if
              if r12-production > 0
                     compute r12-intensity rounded =
                             r12-energy / r12-production
              end-if
              if cur-production > 0 and ly-intensity > 0
                     compute ly-change-pct rounded =
                             (cur-intensity - ly-intensity) * 100
                           / ly-intensity
                     move "Y" to ly-change-sw
                     if ly-change-pct > threshold-pct
                            move "Y" to line-worse-sw
                     end-if
              end-if
              if cur-production > 0 and r12-intensity > 0
                     compute r12-change-pct rounded =
                             (cur-intensity - r12-intensity) * 100
                           / r12-intensity
                     move "Y" to r12-change-sw
                     if r12-change-pct > threshold-pct
                            move "Y" to line-worse-sw
                     end-if
              end-if.

      *****************************************************************
      * MOVE-INTENSITY-COLUMNS FILLS THE COMPARISON COLUMNS AND THE   *
      * FLAG FROM WHAT WORK-INTENSITIES LEFT.                         *
      *****************************************************************
       move-intensity-columns.
              move cur-intensity to rpt-cur-int-out
              move ly-intensity to rpt-ly-int-out
              move r12-intensity to rpt-r12-int-out
              if ly-change-sw = "Y"
                     move ly-change-pct to rpt-ly-pct-out
              else
                     move "     N/A" to rpt-ly-pct-text
              end-if
              if r12-change-sw = "Y"
                     move r12-change-pct to rpt-r12-pct-out
              else
                     move "     N/A" to rpt-r12-pct-text
              end-if
              move spaces to rpt-flag-out
              if cur-production = 0
                     move "NO PROD" to rpt-flag-out
              end-if
              if line-worse
                     move "*WORSE" to rpt-flag-out
                     move "Y" to site-flagged-sw
              end-if.

       write-report-heading.
              add 1 to page-count
              move page-count to rpt1-page-out
              move rpt-run-date to rpt2-date-out
              move report-period to rpt2-period-out
              move last-year-period to rpt2-ly-out
              move rolling-start-period to rpt2-r12-from-out
              move report-period to rpt2-r12-to-out
              move threshold-pct to rpt2-thresh-out
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
              move cur-production to rpt-sh-prod-out
              move cur-unit-of-measure to rpt-sh-uom-out
              move cur-operating-days to rpt-sh-days-out
              move ly-production to rpt-sh-ly-out
              move r12-production to rpt-sh-r12-out
              move rpt-site-heading to print-line
              write print-record after advancing 1
              add 1 to line-count.

      *****************************************************************
      * WRITE-DETAIL-LINE PRINTS ONE FUEL TYPE'S CONSUMPTION PER UNIT *
      * PRODUCED AND ADDS ITS DOLLARS INTO THE SITE TOTALS.           *
      *****************************************************************
       write-detail-line.
              if line-count >= lines-per-page
                     perform write-report-heading
              end-if
              move "Y" to sen-printed-sw (sen-print-ix)
              move sen-cur-units (sen-print-ix) to cur-energy
              move sen-ly-units (sen-print-ix) to ly-energy
              move sen-r12-units (sen-print-ix) to r12-energy
              perform work-intensities
              move sen-site-code (sen-print-ix) to rpt-site-out
              move sen-fuel-type (sen-print-ix) to rpt-fuel-out
              move sen-cur-units (sen-print-ix) to rpt-units-out
              move sen-cur-dollars (sen-print-ix) to rpt-dlr-out
              perform move-intensity-columns
              move rpt-detail-line to print-line
              write print-record after advancing 1
              add 1 to line-count
              add sen-cur-dollars (sen-print-ix) to sub-cur-dollars
              add sen-ly-dollars (sen-print-ix) to sub-ly-dollars
              add sen-r12-dollars (sen-print-ix) to sub-r12-dollars.

      *****************************************************************
      * WRITE-SITE-DOLLAR-LINE PRINTS THE SITE'S TOTAL ENERGY DOLLARS *
      * PER UNIT PRODUCED - THE ONE FIGURE THAT ADDS ACROSS FUELS.    *
      *****************************************************************
       write-site-dollar-line.
              if line-count >= lines-per-page - 1
                     perform write-report-heading
              end-if
              move sub-cur-dollars to cur-energy
              move sub-ly-dollars to ly-energy
              move sub-r12-dollars to r12-energy
              perform work-intensities
              move spaces to rpt-site-out
              move "$" to rpt-fuel-out
              move spaces to rpt-units-text
              move sub-cur-dollars to rpt-dlr-out
              perform move-intensity-columns
              move rpt-detail-line to print-line
              write print-record after advancing 1
              move spaces to print-line
              write print-record after advancing 1
              add 2 to line-count.

       write-report-total.
              move meters-read to rpt-read-out
              move sites-reported to rpt-sites-out
              move sites-flagged to rpt-flagged-out
              move sites-no-production to rpt-no-prod-out
              move rpt-total-line to print-line
              write print-record after advancing 1.
