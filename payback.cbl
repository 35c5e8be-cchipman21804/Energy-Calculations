      * project running past its projected payback date - so the     *
      * answer finance asks for every budget cycle comes off a       *
      * report instead of a spreadsheet built by hand from VARRPT.   *
      * Utility rebates received (paid on the REBTRACK tracking      *
      * file) are netted off the capital, and the payback months,    *
      * breakeven and status are all measured against that net      *
      * capital - the figure management approves the project on.    *
      *****************************************************************

       identification division.
               access mode is dynamic
               record key is prj-project-no
               file status is prj-file-status.
           select optional rebate-file assign to "REBTRACK"
               organization is indexed
               access mode is random
               record key is reb-project-no
               file status is reb-file-status.
           select optional meter-actual-file assign to "METERACT"
               organization is line sequential
               file status is mtr-file-status.
               access mode is dynamic
               record key is rtb-rate-key
               file status is rtb-file-status.
           select optional exception-queue-file assign to "EXCQUEUE"
               organization is indexed
               access mode is dynamic
               record key is exq-queue-key
               alternate record key is exq-match-key
                   with duplicates
               file status is exq-file-status.
           select optional print-file assign to "PAYRPT"
               organization is line sequential
               file status is rpt-file-status.
           label records are standard.
       copy "projmst.cpy".

       fd  rebate-file
           label records are standard.
       copy "rebtrack.cpy".

       fd  meter-actual-file
           label records are standard.
       copy "meteract.cpy".
           label records are standard.
       copy "ratetab.cpy".

       fd  exception-queue-file
           label records are standard.
       copy "excqueue.cpy".

       fd  print-file
           label records are standard.
       copy "rptrec.cpy".
              05 LATEST-PROJECTION PIC S9(7)V99 USAGE COMP.
              05 AVG-MONTHLY       PIC S9(7)V99 USAGE COMP.
              05 EFFECTIVE-RATE    PIC S9(3)V9999 USAGE COMP.
              05 REBATE-RECEIVED   PIC S9(7)V99 USAGE COMP.
              05 NET-CAPITAL       PIC S9(7)V99 USAGE COMP.
              05 PROJECTION-SITE   PIC X(03).

      *****************************************************************
      * RUN-DATE PARTS FOR THE MONTHS-ELAPSED ARITHMETIC.            *
              05 FILLER            PIC 9(02).

       01 PRJ-FILE-STATUS         PIC X(02).
       01 REB-FILE-STATUS         PIC X(02).
       01 MTR-FILE-STATUS         PIC X(02).
       01 AUD-FILE-STATUS         PIC X(02).
       01 RTB-FILE-STATUS         PIC X(02).
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(13) VALUE " CAPITAL COST".
              05 FILLER            PIC X(03) VALUE SPACES.
              05 FILLER            PIC X(13) VALUE "  NET CAPITAL".
              05 FILLER            PIC X(03) VALUE SPACES.
              05 FILLER            PIC X(14) VALUE "  CUM SAVINGS ".
              05 FILLER            PIC X(03) VALUE SPACES.
              05 FILLER            PIC X(04) VALUE "ELAP".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-CAPITAL-OUT   PIC $$,$$$,$$9.99.
              05 FILLER            PIC X(03) VALUE SPACES.
              05 RPT-NET-CAP-OUT   PIC $$,$$$,$$9.99.
              05 FILLER            PIC X(03) VALUE SPACES.
              05 RPT-CUM-OUT       PIC $$,$$$,$$9.99-.
              05 FILLER            PIC X(03) VALUE SPACES.
              05 RPT-ELAPSED-OUT   PIC ZZZ9.
                                    VALUE "  PAST PROJECTED DATE: ".
              05 RPT-LATE-OUT      PIC ZZZZ9.

      *****************************************************************
      * EXCEPTION QUEUE FIELDS.  EVERY EXCEPTION THIS PROGRAM REPORTS *
      * IS ALSO RAISED ON THE SHARED EXCQUEUE WORK QUEUE SO SOMEONE   *
      * CAN BE ASSIGNED TO FOLLOW IT UP.  AN ITEM ALREADY OPEN UNDER  *
      * THE SAME PROGRAM, TYPE AND ITEM KEY IS ONLY MARKED AS SEEN    *
      * AGAIN - A CONDITION NOBODY HAS CLEARED DOES NOT QUEUE A NEW   *
      * ITEM EVERY RUN.                                               *
      *****************************************************************
       01 RAISE-FIELDS.
              05 RAISE-MATCH-KEY.
                     10 RAISE-PROGRAM     PIC X(08).
                     10 RAISE-TYPE        PIC X(04).
                     10 RAISE-ITEM-KEY    PIC X(20).
              05 RAISE-PAYBACK-OUT PIC ZZZ9.
              05 RAISE-ELAPSED-OUT PIC ZZZ9.
              05 RAISE-SITE-CODE   PIC X(03).
              05 RAISE-DESCRIPTION PIC X(40).
              05 RAISE-DATE        PIC 9(08).
              05 RAISE-SEQUENCE    PIC 9(04).

       01 EXQ-FILE-STATUS         PIC X(02).
       01 EXCEPTIONS-RAISED       PIC 9(08) USAGE COMP VALUE 0.
       01 EXCEPTIONS-REPEATED     PIC 9(08) USAGE COMP VALUE 0.

       01 SWITCHES.
              05 EOF-PROJECT-SW    PIC X(01) VALUE "N".
                     88 END-OF-PROJECT VALUE "Y".
                     88 RATE-FOUND VALUE "Y".
              05 RATE-SCAN-EOF-SW  PIC X(01) VALUE "N".
                     88 END-OF-RATE-SCAN VALUE "Y".
              05 EXQ-SCAN-EOF-SW   PIC X(01) VALUE "N".
                     88 END-OF-EXQ-SCAN VALUE "Y".
              05 OPEN-ITEM-SW      PIC X(01) VALUE "N".
                     88 OPEN-ITEM-FOUND VALUE "Y".
              05 QUEUE-WRITTEN-SW  PIC X(01) VALUE "N".
                     88 QUEUE-WRITTEN VALUE "Y".

       procedure division.
       init-ws.
      * SECOND CALL STARTS CLEAN.                                     *
      *****************************************************************
              initialize track-fields
              initialize raise-fields
              move "PAYBACK" to raise-program
              accept raise-date from date yyyymmdd
              move "N" to exq-scan-eof-sw
              move "N" to open-item-sw
              move "N" to queue-written-sw
              move 0 to exceptions-raised
              move 0 to exceptions-repeated
              move "N" to eof-project-sw
              move "N" to eof-meter-sw
              move "N" to eof-audit-sw
              display "RETROFIT PROJECT PAYBACK TRACKING"
              open input project-master-file
              open input rate-table-file
              open input rebate-file
              open i-o exception-queue-file
              if exq-file-status = "35"
                     open output exception-queue-file
                     close exception-queue-file
                     open i-o exception-queue-file
              end-if
              open output print-file
              perform write-report-heading
              move low-values to prj-project-no
              perform write-report-total
              close project-master-file
              close rate-table-file
              close rebate-file
              close exception-queue-file
              close print-file
              display "Payback tracking complete - see the payback "
                      "report"
              display "Exception queue - " exceptions-raised
                      " raised, " exceptions-repeated
                      " already open"
              go to end-program.

       end-program.
                             + (months-elapsed - months-metered)
                                 * latest-projection / 12
              end-if
              perform find-rebate-received
              perform calculate-payback
              perform write-payback-detail
              perform read-project.
       find-projection.
              move "N" to projection-found-sw
              move 0 to latest-projection
              move spaces to projection-site
              move "N" to eof-audit-sw
              open input audit-file
              perform read-audit
              if aud-equip-id = prj-equip-id
                 and aud-result-type = "DLRSAVE"
                     move aud-result to latest-projection
                     move aud-site-code to projection-site
                     move "Y" to projection-found-sw
              end-if
              perform read-audit.
              end-if
              perform read-meter-actual.

      *****************************************************************
      * FIND-REBATE-RECEIVED NETS THE PROJECT'S UTILITY REBATE OFF    *
      * ITS CAPITAL ONCE THE REBATE HAS BEEN PAID - AN APPLICATION    *
      * OR AN APPROVAL STILL AWAITING THE CHEQUE DOES NOT COUNT.      *
      *****************************************************************
       find-rebate-received.
              move 0 to rebate-received
              move prj-project-no to reb-project-no
              read rebate-file
                  invalid key
                         move 0 to rebate-received
                  not invalid key
                         if reb-status = "P"
                                move reb-approved to rebate-received
                         end-if
              end-read
              subtract rebate-received from prj-capital-cost
                  giving net-capital
              if net-capital < 0
                     move 0 to net-capital
              end-if.

      *****************************************************************
      * CALCULATE-PAYBACK DERIVES THE PROJECTED PAYBACK MONTHS FROM   *
      * THE NET CAPITAL AND PROJECTED ANNUAL SAVINGS, THE             *
      * BREAKEVEN MONTHS AT THE ACCRUAL RATE SEEN SO FAR, AND THE     *
      * STATUS FLAG - "PAID" ONCE CUMULATIVE SAVINGS COVER THE        *
      * NET CAPITAL, "*LATE" WHEN THE PROJECT IS PAST ITS PROJECTED   *
      * PAYBACK DATE AND THE CAPITAL IS STILL NOT RECOVERED.          *
      *****************************************************************
       calculate-payback.
              move 0 to proj-payback-months
              if prj-proj-savings > 0
                     compute proj-payback-months rounded =
                             net-capital * 12
                                 / prj-proj-savings
                         on size error
                             move 9999 to proj-payback-months
              end-if
              if avg-monthly > 0
                     compute breakeven-months rounded =
                             net-capital / avg-monthly
                         on size error
                             move 9999 to breakeven-months
                     end-compute
              end-if
              move spaces to rpt-status-out
              if cum-savings >= net-capital
                     move "PAID" to rpt-status-out
                     add 1 to projects-paid
              else
                        and months-elapsed > proj-payback-months
                            move "*LATE" to rpt-status-out
                            add 1 to projects-late
                            perform raise-late-exception
                     end-if
              end-if.

      *****************************************************************
      * RAISE-LATE-EXCEPTION QUEUES A PROJECT PAST ITS PROJECTED      *
      * PAYBACK WITH THE CAPITAL STILL NOT RECOVERED.  THE ITEM KEY   *
      * IS THE PROJECT NUMBER, SO A PROJECT STILL LATE NEXT RUN IS    *
      * SEEN AGAIN ON ITS OPEN ITEM.  THE SITE COMES FROM THE LATEST  *
      * DLRSAVE PROJECTION ROW FOR THE PROJECT EQUIPMENT.             *
      *****************************************************************
       raise-late-exception.
              move "LATE" to raise-type
              move prj-project-no to raise-item-key
              move projection-site to raise-site-code
              move proj-payback-months to raise-payback-out
              move months-elapsed to raise-elapsed-out
              move spaces to raise-description
              string "PROJECTED PAYBACK " raise-payback-out
                     " MOS, ELAPSED " raise-elapsed-out
                     delimited by size into raise-description
              perform raise-exception.

       lookup-rate.
              move "N" to rate-found-sw
              move 0 to effective-rate
              move prj-equip-id to rpt-equip-id-out
              move prj-install-date to rpt-install-out
              move prj-capital-cost to rpt-capital-out
              move net-capital to rpt-net-cap-out
              move cum-savings to rpt-cum-out
              move months-elapsed to rpt-elapsed-out
              move months-metered to rpt-metered-out
              move projects-late to rpt-late-out
              move rpt-total-line to print-line
              write print-record after advancing 1.

      *****************************************************************
      * RAISE-EXCEPTION QUEUES THE EXCEPTION IN RAISE-FIELDS ON THE   *
      * EXCQUEUE WORK QUEUE.  THE ALTERNATE KEY IS STARTED AT THE     *
      * ITEM'S PROGRAM, TYPE AND ITEM KEY: AN ENTRY THERE THAT IS     *
      * STILL OPEN OR ASSIGNED IS REWRITTEN AS SEEN AGAIN ON THE RUN  *
      * DATE, OTHERWISE A NEW OPEN ENTRY IS WRITTEN.  A CLOSED ENTRY  *
      * DOES NOT STOP A NEW ONE - THE CONDITION HAS COME BACK.        *
      *****************************************************************
       raise-exception.
              move "N" to open-item-sw
              move "N" to exq-scan-eof-sw
              move raise-match-key to exq-match-key
              start exception-queue-file
                  key is not less than exq-match-key
                  invalid key
                         move "Y" to exq-scan-eof-sw
              end-start
              if exq-file-status not = "00"
                     move "Y" to exq-scan-eof-sw
              end-if
              if not end-of-exq-scan
                     perform read-next-exception
              end-if
              perform scan-exception-item until end-of-exq-scan
              if open-item-found
                     move raise-date to exq-last-seen-date
                     if exq-times-seen < 9999
                            add 1 to exq-times-seen
                     end-if
                     rewrite exception-queue-record
                         invalid key
                                display "Exception queue update "
                                        "failed - file status "
                                        exq-file-status
                     end-rewrite
                     add 1 to exceptions-repeated
              else
                     perform write-new-exception
              end-if.

      *****************************************************************
      * A READ ALONG AN ALTERNATE KEY WITH DUPLICATES RETURNS "02"    *
      * WHILE MORE ENTRIES SHARE THE KEY - THAT IS A GOOD READ.       *
      *****************************************************************
       read-next-exception.
              read exception-queue-file next record
                  at end move "Y" to exq-scan-eof-sw
              end-read
              if exq-file-status not = "00"
                 and exq-file-status not = "02"
                     move "Y" to exq-scan-eof-sw
              end-if.

       scan-exception-item.
              if exq-match-key not = raise-match-key
                     move "Y" to exq-scan-eof-sw
              else
                     if exq-status not = "C"
                            move "Y" to open-item-sw
                            move "Y" to exq-scan-eof-sw
                     else
                            perform read-next-exception
                     end-if
              end-if.

      *****************************************************************
      * WRITE-NEW-EXCEPTION ADDS THE ITEM AS OPEN, RAISED TODAY.  THE *
      * SEQUENCE NUMBER STEPS PAST ANY ENTRY ALREADY RAISED TODAY,    *
      * STARTING FROM THE LAST ONE THIS RUN WROTE.                    *
      *****************************************************************
       write-new-exception.
              initialize exception-queue-record
              move raise-date to exq-raised-date
              move raise-match-key to exq-match-key
              move raise-site-code to exq-site-code
              move raise-description to exq-description
              move "O" to exq-status
              move raise-date to exq-last-seen-date
              move 1 to exq-times-seen
              compute exq-sequence = raise-sequence + 1
              move "N" to queue-written-sw
              perform write-exception-try
                  until queue-written
                     or exq-sequence > 9998
              if queue-written
                     move exq-sequence to raise-sequence
                     add 1 to exceptions-raised
              end-if.

       write-exception-try.
              write exception-queue-record
                  invalid key
                         add 1 to exq-sequence
                  not invalid key
                         move "Y" to queue-written-sw
              end-write.
