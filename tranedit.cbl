               access mode is random
               record key is sit-site-code
               file status is sit-file-status.
           select optional exception-queue-file assign to "EXCQUEUE"
               organization is indexed
               access mode is dynamic
               record key is exq-queue-key
               alternate record key is exq-match-key
                   with duplicates
               file status is exq-file-status.
           select optional print-file assign to "EDTRPT"
               organization is line sequential
               file status is rpt-file-status.
           label records are standard.
       copy "sitemst.cpy".

       fd  exception-queue-file
           label records are standard.
       copy "excqueue.cpy".

       fd  print-file
           label records are standard.
       copy "rptrec.cpy".
              05 FILLER            PIC X(11) VALUE "  REJECTED:".
              05 RPT-TOT-REJ-OUT   PIC ZZZZ9.

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
              05 REJECT-EQUIP-ID   PIC X(10).
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
                     88 EQUIP-FOUND VALUE "Y".
              05 SITE-FOUND-SW     PIC X(01) VALUE "N".
                     88 SITE-FOUND VALUE "Y".
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
              initialize edit-fields
              initialize raise-fields
              move "TRANEDIT" to raise-program
              accept raise-date from date yyyymmdd
              move "N" to exq-scan-eof-sw
              move "N" to open-item-sw
              move "N" to queue-written-sw
              move 0 to exceptions-raised
              move 0 to exceptions-repeated
              move "N" to eof-fuel-tran
              move "N" to eof-aff-tran
              move "N" to equip-found-sw
              move 99 to line-count
              accept rpt-run-date from date yyyymmdd
              open input equip-master-file
              open i-o exception-queue-file
              if exq-file-status = "35"
                     open output exception-queue-file
                     close exception-queue-file
                     open i-o exception-queue-file
              end-if
              open input site-master-file.

       select-files.
              perform write-report-totals
              close print-file
              display "Pre-edit complete - see the reject report"
              display "Exception queue - " exceptions-raised
                      " raised, " exceptions-repeated
                      " already open"
              go to end-program.

       end-program.
              close equip-master-file
              close site-master-file
              close exception-queue-file
              goback.

      *****************************************************************
                     move "FUELTRAN" to rpt-file-out
                     move ftr-equip-id to rpt-equip-id-out
                     perform write-reject-detail
                     move "FREJ" to raise-type
                     move ftr-equip-id to reject-equip-id
                     move ftr-site-code to raise-site-code
                     if raise-site-code = spaces
                        and ftr-equip-id not = spaces
                            move ftr-equip-id to eqm-equip-id
                            perform lookup-equipment
                            if equip-found
                                   move eqm-site-code to raise-site-code
                            end-if
                     end-if
                     perform raise-reject-exception
              end-if
              perform read-fuel-tran.

                     move "AFFTRAN" to rpt-file-out
                     move atr-equip-id to rpt-equip-id-out
                     perform write-reject-detail
                     move "AREJ" to raise-type
                     move atr-equip-id to reject-equip-id
                     move atr-site-code to raise-site-code
                     if raise-site-code = spaces and equip-found
                            move eqm-site-code to raise-site-code
                     end-if
                     perform raise-reject-exception
              end-if
              perform read-aff-tran.

                     end-if
              end-if.

      *****************************************************************
      * RAISE-REJECT-EXCEPTION QUEUES A PRE-EDIT REJECT.  THE ITEM    *
      * KEY IS THE EQUIPMENT ID AND REASON CODE, SO A RECORD RE-KEYED *
      * WITH THE SAME FAULT IS SEEN AGAIN ON ITS OPEN ITEM RATHER     *
      * THAN QUEUED TWICE.  RAISE-TYPE AND RAISE-SITE-CODE ARE SET BY *
      * THE CALLER.                                                   *
      *****************************************************************
       raise-reject-exception.
              move spaces to raise-item-key
              if reject-equip-id = spaces
                     move "(NO ID)" to reject-equip-id
              end-if
              string reject-equip-id reject-reason
                     delimited by size into raise-item-key
              move reason-text to raise-description
              perform raise-exception.

       lookup-equipment.
              move "N" to equip-found-sw
              read equip-master-file
                     move rpt-file-total-line to print-line
                     write print-record after advancing 1
              end-if.

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
