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
           select optional journal-file assign to "CHGJRNL"
               organization is indexed
               access mode is random
               record key is jrn-journal-key
               file status is jrn-file-status.
           select optional session-file assign to "OPERSESS"
               organization is line sequential
               file status is oss-file-status.
           select optional print-file assign to "RLDRPT"
               organization is line sequential
               file status is rpt-file-status.
           label records are standard.
       copy "ratetab.cpy".

       fd  exception-queue-file
           label records are standard.
       copy "excqueue.cpy".

       fd  journal-file
           label records are standard.
       copy "chgjrnl.cpy".

       fd  session-file
           label records are standard.
       copy "opersess.cpy".

       fd  print-file
           label records are standard.
       copy "rptrec.cpy".
       01 RLT-FILE-STATUS         PIC X(02).
       01 RTB-FILE-STATUS         PIC X(02).
       01 RPT-FILE-STATUS         PIC X(02).
       01 JRN-FILE-STATUS         PIC X(02).
       01 OSS-FILE-STATUS         PIC X(02).

      *****************************************************************
      * CHANGE JOURNAL FIELDS.  EVERY RATE LOADED IS ALSO WRITTEN TO  *
      * THE SHARED CHGJRNL JOURNAL AS AN ADD WITH A BLANK BEFORE      *
      * IMAGE, THE SAME AS A RATE ADDED THROUGH RATEMNT, SO THE       *
      * JOURNAL SHOWS WHO LOADED EACH TARIFF AND WHEN.                *
      *****************************************************************
       01 JOURNAL-FIELDS.
              05 JOURNAL-ACTION    PIC X(06).
              05 JOURNAL-BEFORE    PIC X(120).
              05 JOURNAL-AFTER     PIC X(120).

      *****************************************************************
      * THE OPERATOR STAMPED ON EVERY JOURNAL ENTRY - THE SIGNED-ON   *
      * ID FROM THE OPERSESS SESSION RECORD ENERGYMENU WRITES, OR     *
      * "(BATCH)" WHEN THE PROGRAM WAS LAUNCHED OUTSIDE THE MENU.     *
      *****************************************************************
       01 OPERATOR-ID             PIC X(08) VALUE "(BATCH)".

       01 RATES-READ              PIC 9(08) USAGE COMP VALUE 0.
       01 RATES-LOADED            PIC 9(08) USAGE COMP VALUE 0.
                                    VALUE "  HELD BACK: ".
              05 RPT-HELD-OUT      PIC ZZZZ9.

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
              05 EOF-LOAD-SW       PIC X(01) VALUE "N".
                     88 END-OF-LOAD VALUE "Y".
                     88 END-OF-RATE-SCAN VALUE "Y".
              05 OVERRIDABLE-SW    PIC X(01) VALUE "N".
                     88 REASON-OVERRIDABLE VALUE "Y".
              05 EXQ-SCAN-EOF-SW   PIC X(01) VALUE "N".
                     88 END-OF-EXQ-SCAN VALUE "Y".
              05 OPEN-ITEM-SW      PIC X(01) VALUE "N".
                     88 OPEN-ITEM-FOUND VALUE "Y".
              05 QUEUE-WRITTEN-SW  PIC X(01) VALUE "N".
                     88 QUEUE-WRITTEN VALUE "Y".
              05 JOURNAL-WRITTEN-SW
                                   PIC X(01) VALUE "N".
                     88 JOURNAL-WRITTEN VALUE "Y".

       procedure division.
       init-ws.
      * SECOND CALL STARTS CLEAN.                                     *
      *****************************************************************
              initialize load-fields
              initialize raise-fields
              move "RATELOAD" to raise-program
              accept raise-date from date yyyymmdd
              move "N" to exq-scan-eof-sw
              move "N" to open-item-sw
              move "N" to queue-written-sw
              move 0 to exceptions-raised
              move 0 to exceptions-repeated
              move "N" to eof-load-sw
              move "N" to fuel-known-sw
              move "N" to dup-found-sw
              move "N" to prior-found-sw
              move "N" to rate-scan-eof-sw
              move "N" to overridable-sw
              move "N" to journal-written-sw
              initialize journal-fields
              move 50 to jump-tolerance-pct
              move 0 to rates-read
              move 0 to rates-loaded
                     move 50 to jump-tolerance-pct
              end-if
              open input rate-load-file
              open i-o journal-file
              if jrn-file-status = "35"
                     open output journal-file
                     close journal-file
                     open i-o journal-file
              end-if
              perform read-session
              open i-o exception-queue-file
              if exq-file-status = "35"
                     open output exception-queue-file
                     close exception-queue-file
                     open i-o exception-queue-file
              end-if
              open i-o rate-table-file
              if rtb-file-status = "35"
                     open output rate-table-file
              perform load-one-rate until end-of-load
              perform write-report-total
              close rate-load-file
              close exception-queue-file
              close rate-table-file
              close journal-file
              close print-file
              display "Tariff load complete - " rates-loaded
                      " loaded, " rates-held " held back - see the "
                      "exception report"
              display "Exception queue - " exceptions-raised
                      " raised, " exceptions-repeated
                      " already open"
              go to end-program.

       end-program.
                            add 1 to rates-held
                            move "HELD" to rpt-disp-out
                            perform write-exception-detail
                            perform raise-held-exception
                     end-if
              end-if
              perform read-rate-load.
                     end-if
              end-if.

      *****************************************************************
      * RAISE-HELD-EXCEPTION QUEUES A RATE HELD BACK FROM RATETAB.    *
      * THE ITEM KEY IS THE FUEL TYPE AND EFFECTIVE DATE, SO THE SAME *
      * TARIFF LINE HELD AGAIN ON A RE-RUN IS SEEN AGAIN ON ITS OPEN  *
      * ITEM.  A RATE BELONGS TO NO ONE SITE, SO THE SITE IS LEFT     *
      * BLANK AND THE ITEM AGES UNDER UNASSIGNED.                     *
      *****************************************************************
       raise-held-exception.
              move "HELD" to raise-type
              move spaces to raise-item-key
              string rlt-fuel-type rlt-effective-date
                     delimited by size into raise-item-key
              move spaces to raise-site-code
              move reason-text to raise-description
              perform raise-exception.

       lookup-duplicate.
              move "N" to dup-found-sw
              move rlt-fuel-type to rtb-fuel-type
                                 " effective " rlt-effective-date
                                 " failed - file status "
                                 rtb-file-status
                  not invalid key
                         move "ADD" to journal-action
                         move spaces to journal-before
                         move rate-table-record to journal-after
                         perform write-journal-entry
              end-write.

      *****************************************************************
      * WRITE-JOURNAL-ENTRY RECORDS THE CHANGE JUST MADE ON THE       *
      * SHARED CHGJRNL CHANGE JOURNAL - MASTER NAME, RECORD KEY,      *
      * ACTION, DATE, TIME, OPERATOR, AND THE BEFORE AND AFTER        *
      * IMAGES.  THE SEQUENCE NUMBER STEPS PAST AN ENTRY ALREADY ON   *
      * FILE FOR THE SAME RECORD AT THE SAME TIME - A DUPLICATE KEY   *
      * ONLY MEANS TWO CHANGES INSIDE ONE HUNDREDTH OF A SECOND.      *
      *****************************************************************
       write-journal-entry.
              move "RATETAB" to jrn-master-name
              move rtb-rate-key to jrn-record-key
              accept jrn-change-date from date yyyymmdd
              accept jrn-change-time from time
              move 0 to jrn-sequence
              move journal-action to jrn-action
              move operator-id to jrn-operator-id
              move journal-before to jrn-before-image
              move journal-after to jrn-after-image
              move "N" to journal-written-sw
              perform write-journal-try
                  until journal-written
                     or jrn-sequence > 9998.

       write-journal-try.
              write change-journal-record
                  invalid key
                         add 1 to jrn-sequence
                  not invalid key
                         move "Y" to journal-written-sw
              end-write.

      *****************************************************************
      * READ-SESSION PICKS UP THE SIGNED-ON OPERATOR FROM THE        *
      * OPERSESS SESSION RECORD ENERGYMENU WRITES AT SIGN-ON.  A     *
      * MISSING OR BLANK SESSION MEANS THE RUN CAME FROM OUTSIDE     *
      * THE MENU AND THE JOURNAL ENTRIES STAMP AS "(BATCH)".         *
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

       write-report-heading.
              add 1 to page-count
              move page-count to rpt1-page-out
              move rates-held to rpt-held-out
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
