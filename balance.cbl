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
           select optional print-file assign to "BALRPT"
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
                                   PIC X(08).
              05 BAL-LOOKUP-FUEL   PIC X(04).
              05 EFFECTIVE-RATE    PIC S9(3)V9999 USAGE COMP.
              05 LEG-CODE          PIC X(08).

      *****************************************************************
      * THE RPM1/QTY1 VALUES ACTUALLY CHECKED FOR AN AFFTRAN RECORD  *
              05 FILLER            PIC X(09) VALUE "VERDICT: ".
              05 RPT-VERDICT-OUT   PIC X(30).

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
              05 RAISE-SITE-CODE   PIC X(03).
              05 RAISE-DESCRIPTION PIC X(40).
              05 RAISE-DATE        PIC 9(08).
              05 RAISE-SEQUENCE    PIC 9(04).

       01 EXQ-FILE-STATUS         PIC X(02).
       01 EXCEPTIONS-RAISED       PIC 9(08) USAGE COMP VALUE 0.
       01 EXCEPTIONS-REPEATED     PIC 9(08) USAGE COMP VALUE 0.

       01 SWITCHES.
              05 EOF-FUEL-TRAN     PIC X(01) VALUE "N".
                     88 END-OF-FUEL-TRAN VALUE "Y".
                     88 END-OF-RATE-SCAN VALUE "Y".
              05 OUT-OF-BALANCE-SW PIC X(01) VALUE "N".
                     88 OUT-OF-BALANCE VALUE "Y".
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
              initialize bal-fields
              initialize raise-fields
              move "BALANCE" to raise-program
              accept raise-date from date yyyymmdd
              move "N" to exq-scan-eof-sw
              move "N" to open-item-sw
              move "N" to queue-written-sw
              move 0 to exceptions-raised
              move 0 to exceptions-repeated
              move "N" to eof-fuel-tran
              move "N" to eof-aff-tran
              move "N" to idx-scan-eof-sw
              end-if
              open input equip-master-file
              open input rate-table-file
              open i-o exception-queue-file
              if exq-file-status = "35"
                     open output exception-queue-file
                     close exception-queue-file
                     open i-o exception-queue-file
              end-if
              open output print-file
              perform write-report-heading
              perform balance-fuel-leg
              perform write-control-report
              close equip-master-file
              close rate-table-file
              close exception-queue-file
              close print-file
              if out-of-balance
                     display "*** OUT OF BALANCE - see the control "
                     display "In balance - the night's output ties "
                             "out"
              end-if
              display "Exception queue - " exceptions-raised
                      " raised, " exceptions-repeated
                      " already open"
              go to end-program.

       end-program.
              perform write-count-line
              move spaces to print-line
              write print-record after advancing 1
              move "AUDFUEL" to leg-code
              move "AUDITLOG - FUELSAVE     " to rpt-leg-label
              move fuel-exp-audit to rpt-leg-exp-out
              move fuel-act-audit to rpt-leg-act-out
              subtract fuel-exp-audit from fuel-act-audit
                  giving leg-difference
              perform write-leg-line
              move "AUDAFF" to leg-code
              move "AUDITLOG - AFFINITY     " to rpt-leg-label
              move aff-exp-audit to rpt-leg-exp-out
              move aff-act-audit to rpt-leg-act-out
              subtract aff-exp-audit from aff-act-audit
                  giving leg-difference
              perform write-leg-line
              move "FUELCSV" to leg-code
              move "FUELCSV EXTRACT         " to rpt-leg-label
              move fuel-exp-csv to rpt-leg-exp-out
              move fuel-act-csv to rpt-leg-act-out
              subtract fuel-exp-csv from fuel-act-csv
                  giving leg-difference
              perform write-leg-line
              move "AFFCSV" to leg-code
              move "AFFCSV EXTRACT          " to rpt-leg-label
              move aff-exp-csv to rpt-leg-exp-out
              move aff-act-csv to rpt-leg-act-out
                     move "Y" to out-of-balance-sw
              end-if
              move rpt-leg-line to print-line
              write print-record after advancing 1
              if leg-difference not = 0
                     perform raise-leg-exception
              end-if.

      *****************************************************************
      * RAISE-LEG-EXCEPTION QUEUES AN OUT-OF-BALANCE LEG.  THE ITEM   *
      * KEY IS THE LEG CODE AND THE RUN DATE BEING BALANCED, SO       *
      * BALANCING THE SAME NIGHT AGAIN BEFORE IT IS CLEARED IS SEEN   *
      * AGAIN ON ITS OPEN ITEM.  A LEG BELONGS TO NO ONE SITE, SO THE *
      * SITE IS LEFT BLANK AND THE ITEM AGES UNDER UNASSIGNED.        *
      *****************************************************************
       raise-leg-exception.
              move "OOBL" to raise-type
              move spaces to raise-item-key
              string leg-code bal-run-date
                     delimited by size into raise-item-key
              move spaces to raise-site-code
              move spaces to raise-description
              string rpt-leg-label delimited by "  "
                     " DIFF " delimited by size
                     rpt-leg-dif-out delimited by size
                     into raise-description
              perform raise-exception.

       write-report-heading.
              add 1 to page-count
              move spaces to print-line
              write print-record after advancing 1
              move 0 to line-count.

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
