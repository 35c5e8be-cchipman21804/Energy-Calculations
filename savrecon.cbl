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
           select optional print-file assign to "VARRPT"
               organization is line sequential
               file status is rpt-file-status.
           label records are standard.
       copy "ratetab.cpy".

       fd  exception-queue-file
           label records are standard.
       copy "excqueue.cpy".

       fd  print-file
           label records are standard.
       copy "rptrec.cpy".
              05 DOLLAR-VARIANCE   PIC S9(7)V99 USAGE COMP.
              05 VARIANCE-LIMIT    PIC S9(7)V99 USAGE COMP.
              05 EFFECTIVE-RATE    PIC S9(3)V9999 USAGE COMP.
              05 PROJECTION-SITE   PIC X(03).

      *****************************************************************
      * A UNIT IS FLAGGED FOR REVIEW WHEN ITS DOLLAR VARIANCE        *
                                    VALUE "  FLAGGED FOR REVIEW:".
              05 RPT-FLAGGED-OUT   PIC ZZZZ9.

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
              05 RAISE-AMOUNT-OUT  PIC $$,$$$,$$9.99-.
              05 RAISE-SITE-CODE   PIC X(03).
              05 RAISE-DESCRIPTION PIC X(40).
              05 RAISE-DATE        PIC 9(08).
              05 RAISE-SEQUENCE    PIC 9(04).

       01 EXQ-FILE-STATUS         PIC X(02).
       01 EXCEPTIONS-RAISED       PIC 9(08) USAGE COMP VALUE 0.
       01 EXCEPTIONS-REPEATED     PIC 9(08) USAGE COMP VALUE 0.

       01 SWITCHES.
              05 EOF-METER-SW      PIC X(01) VALUE "N".
                     88 END-OF-METER VALUE "Y".
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
              initialize recon-fields
              initialize raise-fields
              move "SAVRECON" to raise-program
              accept raise-date from date yyyymmdd
              move "N" to exq-scan-eof-sw
              move "N" to open-item-sw
              move "N" to queue-written-sw
              move 0 to exceptions-raised
              move 0 to exceptions-repeated
              move "N" to eof-meter-sw
              move "N" to idx-scan-eof-sw
              move "N" to projection-found-sw
              open input meter-actual-file
              open input audit-index-file
              open input rate-table-file
              open i-o exception-queue-file
              if exq-file-status = "35"
                     open output exception-queue-file
                     close exception-queue-file
                     open i-o exception-queue-file
              end-if
              open output print-file
              perform write-report-heading
              perform read-meter-actual
              close meter-actual-file
              close audit-index-file
              close rate-table-file
              close exception-queue-file
              close print-file
              display "Reconciliation complete - see the variance "
                      "report"
              display "Exception queue - " exceptions-raised
                      " raised, " exceptions-repeated
                      " already open"
              go to end-program.

       end-program.
              move "N" to projection-found-sw
              move 0 to projected-savings
              move 0 to projected-pcteff
              move spaces to projection-site
              move "N" to idx-scan-eof-sw
              move mtr-equip-id to axr-equip-id
              move 0 to axr-run-date
                            if axr-result-type = "DLRSAVE"
                                   move axr-result to
                                        projected-savings
                                   move axr-site-code to
                                        projection-site
                                   move "Y" to projection-found-sw
                            end-if
                            if axr-result-type = "PCTEFF"
                 or dollar-variance < (0 - variance-limit)
                     move "*" to rpt-flag-out
                     add 1 to meters-flagged
                     perform raise-variance-exception
              end-if.

      *****************************************************************
                     perform read-next-rate
              end-if.

      *****************************************************************
      * RAISE-VARIANCE-EXCEPTION QUEUES A UNIT WHOSE ACTUAL SAVINGS   *
      * ARE OFF PROJECTION BEYOND THE TOLERANCE.  THE ITEM KEY IS THE *
      * EQUIPMENT ID AND FUEL TYPE, SO THE SAME UNIT FLAGGED AGAIN    *
      * NEXT MONTH IS SEEN AGAIN ON ITS OPEN ITEM.  THE SITE COMES    *
      * FROM THE PROJECTION ROW ON AUDITIDX.                          *
      *****************************************************************
       raise-variance-exception.
              move "VARI" to raise-type
              move spaces to raise-item-key
              string mtr-equip-id mtr-fuel-type
                     delimited by size into raise-item-key
              move projection-site to raise-site-code
              move dollar-variance to raise-amount-out
              move spaces to raise-description
              string "VARIANCE " raise-amount-out " PERIOD "
                     mtr-period
                     delimited by size into raise-description
              perform raise-exception.

       write-report-heading.
              add 1 to page-count
              move page-count to rpt1-page-out
              move meters-flagged to rpt-flagged-out
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
