      *****************************************************************
      * UTILITY INVOICE AUDIT                                         *
      *                                                               *
      * Reads the UTILBILL utility invoice file (one record per      *
      * site, fuel type and billing period), re-prices every bill    *
      * at the RATETAB rate in effect on the last day of its billing *
      * period - plus, for electric bills, the billed peak kW at the *
      * DMND demand rate in effect on the same date - and prints an  *
      * exception report of every bill whose invoice total differs   *
      * from the re-priced amount by more than the tolerance, so a   *
      * utility billing error is caught before the invoice is paid   *
      * instead of at year-end.  Each exception is classified:       *
      *   RATE - the energy rate on the invoice is not the tariff    *
      *   DMND - the energy rate is right, the demand charge is not  *
      *   AMNT - the rate is right but the total does not extend     *
      *   NORT - no RATETAB rate in effect, so it cannot be priced   *
      *   DUPL - the site and fuel type were already billed for an   *
      *          overlapping period earlier in the file              *
      *****************************************************************

       identification division.
       program-id.   invaudit.

       environment division.
       input-output section.
       file-control.
           select optional utility-bill-file assign to "UTILBILL"
               organization is line sequential
               file status is utb-file-status.
           select optional rate-table-file assign to "RATETAB"
               organization is indexed
               access mode is dynamic
               record key is rtb-rate-key
               file status is rtb-file-status.
           select optional print-file assign to "INVRPT"
               organization is line sequential
               file status is rpt-file-status.

       data division.
       file section.
       fd  utility-bill-file
           label records are standard.
       copy "utilbill.cpy".

       fd  rate-table-file
           label records are standard.
       copy "ratetab.cpy".

       fd  print-file
           label records are standard.
       copy "rptrec.cpy".

       working-storage section.

       01 AUDIT-FIELDS.
              05 TARIFF-RATE       PIC S9(3)V9999 USAGE COMP.
              05 DEMAND-RATE       PIC S9(3)V9999 USAGE COMP.
              05 ENERGY-CHARGE     PIC S9(7)V99 USAGE COMP.
              05 DEMAND-CHARGE     PIC S9(7)V99 USAGE COMP.
              05 EXPECTED-TOTAL    PIC S9(7)V99 USAGE COMP.
              05 BILL-DIFFERENCE   PIC S9(7)V99 USAGE COMP.
              05 TOLERANCE-AMOUNT  PIC S9(5)V99 USAGE COMP.
              05 EXCEPTION-REASON  PIC X(04).
              05 EFFECTIVE-RATE    PIC S9(3)V9999 USAGE COMP.

       01 ELEC-FUEL-TYPE          PIC X(04) VALUE "ELEC".
       01 DMND-FUEL-TYPE          PIC X(04) VALUE "DMND".

      *****************************************************************
      * THE FUEL TYPE AND AS-OF DATE THE RATE-TABLE SCAN IS LOOKING  *
      * FOR - SET BY LOOKUP-TARIFF-RATE AND LOOKUP-DEMAND-RATE       *
      * BEFORE THE SHARED SCAN PARAGRAPHS RUN.  A BILL IS PRICED AT  *
      * THE TARIFF IN FORCE ON THE LAST DAY OF ITS BILLING PERIOD,   *
      * THE SAME WAY THE UTILITY RENDERS IT.                         *
      *****************************************************************
       01 RATE-LOOKUP-FUEL        PIC X(04).
       01 RATE-AS-OF-DATE         PIC 9(08).

       01 UTB-FILE-STATUS         PIC X(02).
       01 RTB-FILE-STATUS         PIC X(02).
       01 RPT-FILE-STATUS         PIC X(02).

       01 BILLS-READ              PIC 9(08) USAGE COMP VALUE 0.
       01 BILLS-EXCEPTED          PIC 9(08) USAGE COMP VALUE 0.
       01 TOTAL-INVOICED          PIC S9(09)V99 USAGE COMP VALUE 0.
       01 TOTAL-DIFFERENCE        PIC S9(09)V99 USAGE COMP VALUE 0.

      *****************************************************************
      * BILLED-PERIOD TABLE.  THE INVOICE FILE IS KEYED IN AS THE    *
      * BILLS ARRIVE, NOT SORTED, SO EVERY SITE/FUEL/PERIOD SEEN SO  *
      * FAR IS HELD HERE AND EACH NEW BILL IS CHECKED AGAINST IT FOR *
      * AN OVERLAPPING PERIOD.  ONCE THE TABLE IS FULL THE LATER     *
      * BILLS ARE STILL PRICED BUT NO LONGER ADDED TO THE TABLE.     *
      *****************************************************************
       01 BILLED-PERIOD-TABLE.
              05 BPT-ENTRY OCCURS 500 TIMES.
                     10 BPT-SITE-CODE     PIC X(03).
                     10 BPT-FUEL-TYPE     PIC X(04).
                     10 BPT-PERIOD-START  PIC 9(08).
                     10 BPT-PERIOD-END    PIC 9(08).
       01 BPT-IX                  PIC 9(04) USAGE COMP.
       01 BPT-ENTRY-COUNT         PIC 9(04) USAGE COMP VALUE 0.
       01 BPT-MAX-ENTRIES         PIC 9(04) USAGE COMP VALUE 500.

      *****************************************************************
      * REPORT CONTROL FIELDS AND LINE LAYOUTS FOR THE EXCEPTION     *
      * REPORT - SAME PAGINATED LAYOUT AS THE BATCH SUMMARY REPORTS. *
      *****************************************************************
       01 LINES-PER-PAGE          PIC 9(02) USAGE COMP VALUE 50.
       01 LINE-COUNT              PIC 9(02) USAGE COMP VALUE 99.
       01 PAGE-COUNT              PIC 9(04) USAGE COMP VALUE 0.
       01 RPT-RUN-DATE            PIC 9(08).

       01 RPT-HEADING-1.
              05 FILLER            PIC X(30)
                                    VALUE "UTILITY INVOICE AUDIT".
              05 FILLER            PIC X(21)
                                    VALUE "EXCEPTION REPORT     ".
              05 FILLER            PIC X(06) VALUE "PAGE: ".
              05 RPT1-PAGE-OUT     PIC ZZZ9.

       01 RPT-HEADING-2.
              05 FILLER            PIC X(11) VALUE "RUN DATE: ".
              05 RPT2-DATE-OUT     PIC 9(08).
              05 FILLER            PIC X(14)
                                    VALUE "  TOLERANCE: ".
              05 RPT2-TOL-OUT      PIC $$,$$9.99.

       01 RPT-HEADING-3.
              05 FILLER            PIC X(04) VALUE "SITE".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(04) VALUE "FUEL".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(17) VALUE "BILLING PERIOD".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(10) VALUE "INVOICE NO".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE "RATE BLD".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE "RATE TAB".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(14) VALUE "     INVOICED ".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(14) VALUE "     EXPECTED ".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(14) VALUE "   DIFFERENCE ".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(06) VALUE "REASON".

       01 RPT-DETAIL-LINE.
              05 RPT-SITE-OUT      PIC X(04).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-FUEL-OUT      PIC X(04).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-START-OUT     PIC 9(08).
              05 FILLER            PIC X(01) VALUE "-".
              05 RPT-END-OUT       PIC 9(08).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-INVOICE-OUT   PIC X(10).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-BILLED-RATE-OUT
                                   PIC ZZ9.9999.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-TARIFF-RATE-OUT
                                   PIC ZZ9.9999.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-INVOICED-OUT  PIC $$,$$$,$$9.99-.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-EXPECTED-OUT  PIC $$,$$$,$$9.99-.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-DIFF-OUT      PIC $$,$$$,$$9.99-.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-REASON-OUT    PIC X(04).

       01 RPT-TOTAL-LINE.
              05 FILLER            PIC X(16)
                                    VALUE "BILLS READ:     ".
              05 RPT-READ-OUT      PIC ZZZZ9.
              05 FILLER            PIC X(15)
                                    VALUE "  EXCEPTIONS:  ".
              05 RPT-EXCEPT-OUT    PIC ZZZZ9.
              05 FILLER            PIC X(18)
                                    VALUE "  TOTAL INVOICED: ".
              05 RPT-TOT-INV-OUT   PIC $$$,$$$,$$9.99-.
              05 FILLER            PIC X(24)
                                    VALUE "  NET EXCEPTION AMOUNT: ".
              05 RPT-TOT-DIFF-OUT  PIC $$$,$$$,$$9.99-.

       01 SWITCHES.
              05 EOF-BILL-SW       PIC X(01) VALUE "N".
                     88 END-OF-BILL VALUE "Y".
              05 RATE-FOUND-SW     PIC X(01) VALUE "N".
                     88 RATE-FOUND VALUE "Y".
              05 TARIFF-FOUND-SW   PIC X(01) VALUE "N".
                     88 TARIFF-FOUND VALUE "Y".
              05 RATE-SCAN-EOF-SW  PIC X(01) VALUE "N".
                     88 END-OF-RATE-SCAN VALUE "Y".
              05 DUPLICATE-SW      PIC X(01) VALUE "N".
                     88 DUPLICATE-PERIOD VALUE "Y".

       procedure division.
       init-ws.

      *****************************************************************
      * THIS PROGRAM MAY BE CALLED MORE THAN ONCE IN THE SAME RUN     *
      * UNIT (FROM ENERGYMENU'S MENU LOOP), AND COBOL DOES NOT RESET  *
      * A CALLED SUBPROGRAM'S WORKING-STORAGE BETWEEN CALLS ON ITS    *
      * OWN.  EVERY SWITCH AND COUNTER IS RESET HERE EXPLICITLY SO A  *
      * SECOND CALL STARTS CLEAN.                                     *
      *****************************************************************
              initialize audit-fields
              move "N" to eof-bill-sw
              move "N" to rate-found-sw
              move "N" to tariff-found-sw
              move "N" to rate-scan-eof-sw
              move "N" to duplicate-sw
              move 0 to bills-read
              move 0 to bills-excepted
              move 0 to total-invoiced
              move 0 to total-difference
              move 0 to bpt-entry-count
              move 0 to page-count
              move 99 to line-count
              accept rpt-run-date from date yyyymmdd
              display "UTILITY INVOICE AUDIT"
              display spaces
              display "Enter tolerance in dollars "
                      "(zero for the standard 5.00): "
              accept tolerance-amount
              if tolerance-amount <= 0
                     move 5.00 to tolerance-amount
              end-if
              open input utility-bill-file
              open input rate-table-file
              open output print-file
              perform write-report-heading
              perform read-utility-bill
              perform audit-utility-bill until end-of-bill
              perform write-report-total
              close utility-bill-file
              close rate-table-file
              close print-file
              display "Invoice audit complete - " bills-excepted
                      " exception(s), see the exception report"
              go to end-program.

       end-program.
              goback.

       read-utility-bill.
              read utility-bill-file
                  at end move "Y" to eof-bill-sw
              end-read.

      *****************************************************************
      * AUDIT-UTILITY-BILL CHECKS ONE INVOICE: DUPLICATE PERIOD      *
      * FIRST (A DUPLICATE IS AN EXCEPTION FOR ITS WHOLE AMOUNT,     *
      * WHATEVER IT PRICES OUT AT), THEN THE RE-PRICING.  ONLY BILLS *
      * OUTSIDE THE TOLERANCE, UNPRICEABLE OR DUPLICATED ARE         *
      * PRINTED - THE REPORT IS A WORKLIST, NOT A BILL REGISTER.     *
      *****************************************************************
       audit-utility-bill.
              add 1 to bills-read
              add utb-invoice-total to total-invoiced
              move spaces to exception-reason
              perform check-duplicate-period
              perform reprice-bill
              if duplicate-period
                     move "DUPL" to exception-reason
                     move utb-invoice-total to bill-difference
              end-if
              if exception-reason not = spaces
                     add 1 to bills-excepted
                     add bill-difference to total-difference
                     perform write-exception-detail
              end-if
              perform read-utility-bill.

      *****************************************************************
      * CHECK-DUPLICATE-PERIOD LOOKS FOR AN EARLIER BILL FOR THE     *
      * SAME SITE AND FUEL TYPE WHOSE PERIOD OVERLAPS THIS ONE - THE *
      * SAME PERIOD BILLED TWICE, OR A RE-BILL THAT COVERS DAYS      *
      * ALREADY PAID - THEN ADDS THIS BILL'S PERIOD TO THE TABLE.    *
      *****************************************************************
       check-duplicate-period.
              move "N" to duplicate-sw
              if bpt-entry-count > 0
                     perform find-billed-period
                         varying bpt-ix from 1 by 1
                         until duplicate-period
                            or bpt-ix > bpt-entry-count
              end-if
              if bpt-entry-count < bpt-max-entries
                     add 1 to bpt-entry-count
                     move bpt-entry-count to bpt-ix
                     move utb-site-code to bpt-site-code (bpt-ix)
                     move utb-fuel-type to bpt-fuel-type (bpt-ix)
                     move utb-period-start to bpt-period-start (bpt-ix)
                     move utb-period-end to bpt-period-end (bpt-ix)
              end-if.

       find-billed-period.
              if bpt-site-code (bpt-ix) = utb-site-code
                 and bpt-fuel-type (bpt-ix) = utb-fuel-type
                 and bpt-period-start (bpt-ix) not > utb-period-end
                 and bpt-period-end (bpt-ix) not < utb-period-start
                     move "Y" to duplicate-sw
              end-if.

      *****************************************************************
      * REPRICE-BILL EXTENDS THE BILLED CONSUMPTION AT THE TARIFF    *
      * RATE AND, FOR AN ELECTRIC BILL, ADDS THE PEAK KW AT THE DMND *
      * DEMAND RATE.  WHEN THE DIFFERENCE FROM THE INVOICE TOTAL IS  *
      * OUTSIDE THE TOLERANCE THE REASON IS WORKED OUT FROM WHAT THE *
      * INVOICE SHOWS: A WRONG ENERGY RATE FIRST, OTHERWISE THE      *
      * DEMAND CHARGE ON AN ELECTRIC BILL, OTHERWISE THE EXTENSION.  *
      *****************************************************************
       reprice-bill.
              move 0 to energy-charge
              move 0 to demand-charge
              move 0 to expected-total
              move 0 to bill-difference
              move 0 to demand-rate
              move utb-period-end to rate-as-of-date
              perform lookup-tariff-rate
              if not tariff-found
                     move "NORT" to exception-reason
                     move utb-invoice-total to bill-difference
              else
                     compute energy-charge rounded =
                             utb-consumption * tariff-rate
                     if utb-fuel-type = elec-fuel-type
                        and utb-peak-kw > 0
                            perform lookup-demand-rate
                            compute demand-charge rounded =
                                    utb-peak-kw * demand-rate
                     end-if
                     add energy-charge demand-charge
                         giving expected-total
                     subtract expected-total from utb-invoice-total
                         giving bill-difference
                     if bill-difference > tolerance-amount
                        or bill-difference < (0 - tolerance-amount)
                            perform classify-exception
                     end-if
              end-if.

       classify-exception.
              if utb-rate-charged not = tariff-rate
                     move "RATE" to exception-reason
              else
                     if utb-fuel-type = elec-fuel-type
                        and utb-peak-kw > 0
                            move "DMND" to exception-reason
                     else
                            move "AMNT" to exception-reason
                     end-if
              end-if.

      *****************************************************************
      * LOOKUP-TARIFF-RATE SELECTS THE BILL'S FUEL TYPE RATE IN      *
      * EFFECT AS OF THE END OF THE BILLING PERIOD FROM THE          *
      * EFFECTIVE-DATED RATETAB - THE SAME FORWARD SCAN FUELSAVE     *
      * USES.  LOOKUP-DEMAND-RATE RUNS THE SAME SCAN FOR THE DMND    *
      * DEMAND RATE (DOLLARS PER KW PER MONTH) AND KEEPS ITS OWN     *
      * COPY OF THE RESULT.  THE STATUS CHECKS STOP THE SCAN WHEN    *
      * THE FILE IS UNAVAILABLE OR A READ FAILS, SINCE A FAILED READ *
      * THAT IS NOT AT-END LEAVES THE RECORD AREA AS IT WAS.         *
      *****************************************************************
       lookup-tariff-rate.
              move "N" to tariff-found-sw
              move 0 to tariff-rate
              move utb-fuel-type to rate-lookup-fuel
              perform scan-rate-table
              if rate-found
                     move effective-rate to tariff-rate
                     move "Y" to tariff-found-sw
              end-if.

       lookup-demand-rate.
              move 0 to demand-rate
              move dmnd-fuel-type to rate-lookup-fuel
              perform scan-rate-table
              if rate-found
                     move effective-rate to demand-rate
              end-if.

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

       write-report-heading.
              add 1 to page-count
              move page-count to rpt1-page-out
              move rpt-run-date to rpt2-date-out
              move tolerance-amount to rpt2-tol-out
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

       write-exception-detail.
              if line-count >= lines-per-page
                     perform write-report-heading
              end-if
              move utb-site-code to rpt-site-out
              move utb-fuel-type to rpt-fuel-out
              move utb-period-start to rpt-start-out
              move utb-period-end to rpt-end-out
              move utb-invoice-no to rpt-invoice-out
              move utb-rate-charged to rpt-billed-rate-out
              move tariff-rate to rpt-tariff-rate-out
              move utb-invoice-total to rpt-invoiced-out
              move expected-total to rpt-expected-out
              move bill-difference to rpt-diff-out
              move exception-reason to rpt-reason-out
              move rpt-detail-line to print-line
              write print-record after advancing 1
              add 1 to line-count.

       write-report-total.
              move spaces to print-line
              write print-record after advancing 1
              move bills-read to rpt-read-out
              move bills-excepted to rpt-except-out
              move total-invoiced to rpt-tot-inv-out
              move total-difference to rpt-tot-diff-out
              move rpt-total-line to print-line
              write print-record after advancing 1.
