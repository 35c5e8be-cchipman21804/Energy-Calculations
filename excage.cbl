      *****************************************************************
      * EXCEPTION QUEUE DAILY AGING REPORT                            *
      *                                                               *
      * Prints every item still open or assigned on the EXCQUEUE     *
      * consolidated exception queue, counted by site and exception  *
      * type into age buckets - 0-7, 8-30, 31-60, 61-90 and over 90  *
      * days since the item was raised - with the number already     *
      * assigned to someone and the age of the oldest.  Sites print  *
      * in their SITEMST report-sequence order, types in a fixed     *
      * order within each site, and items raised with no site or for *
      * a site not on SITEMST print in an unassigned group at the    *
      * end.  The report closes with the all-sites totals by type.   *
      * Closed items are not aged.                                   *
      *****************************************************************

       identification division.
       program-id.   excage.

       environment division.
       input-output section.
       file-control.
           select optional exception-queue-file assign to "EXCQUEUE"
               organization is indexed
               access mode is dynamic
               record key is exq-queue-key
               alternate record key is exq-match-key
                   with duplicates
               file status is exq-file-status.
           select optional site-master-file assign to "SITEMST"
               organization is indexed
               access mode is dynamic
               record key is sit-site-code
               file status is sit-file-status.
           select optional print-file assign to "EXCAGRPT"
               organization is line sequential
               file status is rpt-file-status.

       data division.
       file section.
       fd  exception-queue-file
           label records are standard.
       copy "excqueue.cpy".

       fd  site-master-file
           label records are standard.
       copy "sitemst.cpy".

       fd  print-file
           label records are standard.
       copy "rptrec.cpy".

       working-storage section.

       01 AGING-FIELDS.
              05 BUCKET-SITE-CODE  PIC X(03).
              05 BUCKET-TYPE       PIC X(04).
              05 DAYS-OPEN         PIC S9(05) USAGE COMP.

      *****************************************************************
      * AGING FIELDS.  DAYS OPEN ARE COUNTED BETWEEN THE DATE THE     *
      * ITEM WAS RAISED AND THE RUN DATE BY TURNING EACH DATE INTO    *
      * A DAY NUMBER (DAYS SINCE A FIXED ORIGIN, COUNTING THE YEAR    *
      * FROM MARCH SO THE LEAP DAY FALLS AT ITS END) AND SUBTRACTING. *
      *****************************************************************
       01 DAY-NUMBER-FIELDS.
              05 DAY-DATE          PIC 9(08).
              05 DAY-DATE-PARTS REDEFINES DAY-DATE.
                     10 DAY-YEAR          PIC 9(04).
                     10 DAY-MONTH         PIC 9(02).
                     10 DAY-DAY           PIC 9(02).
              05 MARCH-YEAR        PIC 9(04) USAGE COMP.
              05 MARCH-MONTH       PIC 9(02) USAGE COMP.
              05 LEAP-4            PIC 9(04) USAGE COMP.
              05 LEAP-100          PIC 9(04) USAGE COMP.
              05 LEAP-400          PIC 9(04) USAGE COMP.
              05 MONTH-OFFSET      PIC 9(04) USAGE COMP.
              05 DAY-NUMBER        PIC 9(07) USAGE COMP.
       01 RUN-DAY-NUMBER          PIC 9(07) USAGE COMP.

       01 EXQ-FILE-STATUS         PIC X(02).
       01 SIT-FILE-STATUS         PIC X(02).
       01 RPT-FILE-STATUS         PIC X(02).

       01 ITEMS-READ              PIC 9(08) USAGE COMP VALUE 0.
       01 ITEMS-CLOSED            PIC 9(08) USAGE COMP VALUE 0.
       01 ITEMS-AGED              PIC 9(08) USAGE COMP VALUE 0.

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
      * EXCEPTION TYPES IN THE ORDER THEY PRINT WITHIN A SITE, WITH  *
      * THEIR REPORT NAMES.  A TYPE NOT IN THE LIST IS AGED UNDER    *
      * THE LAST ENTRY, OTHR, SO NOTHING OPEN IS LEFT OFF.           *
      *****************************************************************
       01 TYPE-NAME-VALUES.
              05 FILLER            PIC X(24)
                                    VALUE "FREJFUELTRAN REJECT     ".
              05 FILLER            PIC X(24)
                                    VALUE "AREJAFFTRAN REJECT      ".
              05 FILLER            PIC X(24)
                                    VALUE "VARISAVINGS VARIANCE    ".
              05 FILLER            PIC X(24)
                                    VALUE "DRFTEFFICIENCY DRIFT    ".
              05 FILLER            PIC X(24)
                                    VALUE "LATEPAYBACK OVERDUE     ".
              05 FILLER            PIC X(24)
                                    VALUE "HELDRATE HELD BACK      ".
              05 FILLER            PIC X(24)
                                    VALUE "OOBLOUT OF BALANCE LEG  ".
              05 FILLER            PIC X(24)
                                    VALUE "OTHROTHER EXCEPTION     ".
       01 TYPE-NAME-TABLE REDEFINES TYPE-NAME-VALUES.
              05 TYN-ENTRY OCCURS 8 TIMES.
                     10 TYN-TYPE          PIC X(04).
                     10 TYN-TYPE-NAME     PIC X(20).
       01 TYP-IX                  PIC 9(02) USAGE COMP.
       01 TYPE-COUNT              PIC 9(02) USAGE COMP VALUE 8.

      *****************************************************************
      * AGING TABLE - ONE ENTRY PER SITE AND EXCEPTION TYPE, POSTED  *
      * FROM THE WHOLE QUEUE BEFORE ANYTHING PRINTS.                 *
      *****************************************************************
       01 AGING-TABLE.
              05 AGE-ENTRY OCCURS 1000 TIMES.
                     10 AGE-SITE-CODE     PIC X(03).
                     10 AGE-TYPE          PIC X(04).
                     10 AGE-UPTO-7        PIC 9(05) USAGE COMP.
                     10 AGE-UPTO-30       PIC 9(05) USAGE COMP.
                     10 AGE-UPTO-60       PIC 9(05) USAGE COMP.
                     10 AGE-UPTO-90       PIC 9(05) USAGE COMP.
                     10 AGE-OVER-90       PIC 9(05) USAGE COMP.
                     10 AGE-ASSIGNED      PIC 9(05) USAGE COMP.
                     10 AGE-OLDEST-DAYS   PIC 9(05) USAGE COMP.
                     10 AGE-PRINTED-SW    PIC X(01).
       01 AGE-IX                  PIC 9(04) USAGE COMP.
       01 AGE-PRINT-IX            PIC 9(04) USAGE COMP.
       01 AGE-ENTRY-COUNT         PIC 9(04) USAGE COMP VALUE 0.

      *****************************************************************
      * ALL-SITES TOTALS BY TYPE, IN THE SAME ORDER AS THE TYPE      *
      * NAME TABLE.                                                  *
      *****************************************************************
       01 TYPE-TOTALS-TABLE.
              05 TYT-ENTRY OCCURS 8 TIMES.
                     10 TYT-UPTO-7        PIC 9(07) USAGE COMP.
                     10 TYT-UPTO-30       PIC 9(07) USAGE COMP.
                     10 TYT-UPTO-60       PIC 9(07) USAGE COMP.
                     10 TYT-UPTO-90       PIC 9(07) USAGE COMP.
                     10 TYT-OVER-90       PIC 9(07) USAGE COMP.
                     10 TYT-ASSIGNED      PIC 9(07) USAGE COMP.
                     10 TYT-OLDEST-DAYS   PIC 9(05) USAGE COMP.

      *****************************************************************
      * THE COUNTS FOR THE LINE BEING PRINTED - A TABLE ENTRY, A     *
      * SITE SUBTOTAL, A TYPE TOTAL OR THE GRAND TOTAL IS MOVED HERE *
      * FIRST SO ONE PARAGRAPH FORMATS EVERY COUNT LINE.             *
      *****************************************************************
       01 LINE-COUNTS.
              05 LIN-UPTO-7        PIC 9(07) USAGE COMP.
              05 LIN-UPTO-30       PIC 9(07) USAGE COMP.
              05 LIN-UPTO-60       PIC 9(07) USAGE COMP.
              05 LIN-UPTO-90       PIC 9(07) USAGE COMP.
              05 LIN-OVER-90       PIC 9(07) USAGE COMP.
              05 LIN-ASSIGNED      PIC 9(07) USAGE COMP.
              05 LIN-OLDEST-DAYS   PIC 9(05) USAGE COMP.
              05 LIN-TOTAL         PIC 9(07) USAGE COMP.

       01 SITE-TOTALS.
              05 SUB-UPTO-7        PIC 9(07) USAGE COMP.
              05 SUB-UPTO-30       PIC 9(07) USAGE COMP.
              05 SUB-UPTO-60       PIC 9(07) USAGE COMP.
              05 SUB-UPTO-90       PIC 9(07) USAGE COMP.
              05 SUB-OVER-90       PIC 9(07) USAGE COMP.
              05 SUB-ASSIGNED      PIC 9(07) USAGE COMP.
              05 SUB-OLDEST-DAYS   PIC 9(05) USAGE COMP.
              05 SUB-LINE-COUNT    PIC 9(04) USAGE COMP.

       01 GRAND-TOTALS.
              05 GRD-UPTO-7        PIC 9(07) USAGE COMP.
              05 GRD-UPTO-30       PIC 9(07) USAGE COMP.
              05 GRD-UPTO-60       PIC 9(07) USAGE COMP.
              05 GRD-UPTO-90       PIC 9(07) USAGE COMP.
              05 GRD-OVER-90       PIC 9(07) USAGE COMP.
              05 GRD-ASSIGNED      PIC 9(07) USAGE COMP.
              05 GRD-OLDEST-DAYS   PIC 9(05) USAGE COMP.

       01 GROUP-SITE-CODE         PIC X(03).
       01 GROUP-SITE-NAME         PIC X(20).

      *****************************************************************
      * REPORT CONTROL FIELDS AND LINE LAYOUTS FOR THE AGING REPORT  *
      * - SAME PAGINATED LAYOUT AS THE BATCH SUMMARY REPORTS.        *
      *****************************************************************
       01 LINES-PER-PAGE          PIC 9(02) USAGE COMP VALUE 50.
       01 LINE-COUNT              PIC 9(02) USAGE COMP VALUE 99.
       01 PAGE-COUNT              PIC 9(04) USAGE COMP VALUE 0.
       01 RPT-RUN-DATE            PIC 9(08).

       01 RPT-HEADING-1.
              05 FILLER            PIC X(30)
                                    VALUE "EXCEPTION QUEUE".
              05 FILLER            PIC X(21)
                                    VALUE "DAILY AGING REPORT   ".
              05 FILLER            PIC X(06) VALUE "PAGE: ".
              05 RPT1-PAGE-OUT     PIC ZZZ9.

       01 RPT-HEADING-2.
              05 FILLER            PIC X(11) VALUE "RUN DATE: ".
              05 RPT2-DATE-OUT     PIC 9(08).
              05 FILLER            PIC X(38)
                     VALUE "  OPEN ITEMS AGED IN DAYS SINCE RAISED".

       01 RPT-HEADING-3.
              05 FILLER            PIC X(04) VALUE "TYPE".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(20) VALUE "DESCRIPTION".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE "     0-7".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE "    8-30".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE "   31-60".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE "   61-90".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE " OVER 90".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE "   TOTAL".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE "ASSIGNED".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE "  OLDEST".

       01 RPT-SITE-HEADING.
              05 FILLER            PIC X(06) VALUE "SITE: ".
              05 RPT-SH-SITE-OUT   PIC X(03).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-SH-NAME-OUT   PIC X(20).

       01 RPT-DETAIL-LINE.
              05 RPT-TYPE-OUT      PIC X(04).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-LABEL-OUT     PIC X(20).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-UPTO-7-OUT    PIC ZZZZZZZ9.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-UPTO-30-OUT   PIC ZZZZZZZ9.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-UPTO-60-OUT   PIC ZZZZZZZ9.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-UPTO-90-OUT   PIC ZZZZZZZ9.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-OVER-90-OUT   PIC ZZZZZZZ9.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-TOTAL-OUT     PIC ZZZZZZZ9.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-ASSIGNED-OUT  PIC ZZZZZZZ9.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-OLDEST-OUT    PIC ZZZZZZZ9.

       01 RPT-TOTAL-LINE.
              05 FILLER            PIC X(19)
                                    VALUE "QUEUE ITEMS READ:  ".
              05 RPT-READ-OUT      PIC ZZZZZZZ9.
              05 FILLER            PIC X(12)
                                    VALUE "   CLOSED:  ".
              05 RPT-CLOSED-OUT    PIC ZZZZZZZ9.
              05 FILLER            PIC X(12)
                                    VALUE "   OPEN:    ".
              05 RPT-AGED-OUT      PIC ZZZZZZZ9.

       01 SWITCHES.
              05 EOF-SITE-SW       PIC X(01) VALUE "N".
                     88 END-OF-SITE VALUE "Y".
              05 EOF-QUEUE-SW      PIC X(01) VALUE "N".
                     88 END-OF-QUEUE VALUE "Y".
              05 AGE-FOUND-SW      PIC X(01) VALUE "N".
                     88 AGE-FOUND VALUE "Y".
              05 TYPE-FOUND-SW     PIC X(01) VALUE "N".
                     88 TYPE-FOUND VALUE "Y".

       procedure division.
       init-ws.

      *****************************************************************
      * THIS PROGRAM MAY BE CALLED MORE THAN ONCE IN THE SAME RUN     *
      * UNIT (FROM ENERGYMENU'S MENU LOOP), AND COBOL DOES NOT RESET  *
      * A CALLED SUBPROGRAM'S WORKING-STORAGE BETWEEN CALLS ON ITS    *
      * OWN.  EVERY SWITCH AND COUNTER IS RESET HERE EXPLICITLY SO A  *
      * SECOND CALL STARTS CLEAN.                                     *
      *****************************************************************
              initialize aging-fields
              initialize type-totals-table
              initialize grand-totals
              move "N" to eof-site-sw
              move "N" to eof-queue-sw
              move "N" to age-found-sw
              move "N" to type-found-sw
              move 0 to items-read
              move 0 to items-closed
              move 0 to items-aged
              move 0 to sot-entry-count
              move 0 to age-entry-count
              move 0 to page-count
              move 99 to line-count
              accept rpt-run-date from date yyyymmdd
              move rpt-run-date to day-date
              perform compute-day-number
              move day-number to run-day-number
              display "EXCEPTION QUEUE DAILY AGING"
              open input site-master-file
              open input exception-queue-file
              open output print-file
              perform load-site-table
              perform load-queue
              perform write-report-heading
              perform print-sites-in-sequence
                  varying print-seq from 1 by 1
                  until print-seq > 99
              perform print-unassigned-group
              perform write-type-totals
              perform write-report-total
              close site-master-file
              close exception-queue-file
              close print-file
              display "Aging report complete - " items-aged
                      " open exceptions - see the aging report"
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

      *****************************************************************
      * LOAD-QUEUE READS EXCQUEUE FROM THE TOP AND POSTS EVERY ITEM   *
      * NOT YET CLOSED TO THE AGING TABLE.                            *
      *****************************************************************
       load-queue.
              move low-values to exq-queue-key
              start exception-queue-file
                  key is not less than exq-queue-key
                  invalid key
                         move "Y" to eof-queue-sw
              end-start
              if exq-file-status not = "00"
                     move "Y" to eof-queue-sw
              end-if
              if not end-of-queue
                     perform read-next-item
              end-if
              perform post-queue-item until end-of-queue.

       read-next-item.
              read exception-queue-file next record
                  at end move "Y" to eof-queue-sw
              end-read
              if exq-file-status not = "00"
                     move "Y" to eof-queue-sw
              end-if.

      *****************************************************************
      * POST-QUEUE-ITEM AGES ONE ITEM FROM THE DATE IT WAS RAISED AND *
      * COUNTS IT INTO ITS SITE AND TYPE ENTRY.  AN ITEM WITH NO SITE *
      * IS BUCKETED UNDER "(-)" THE SAME WAY BUDVAR'S UNASSIGNED      *
      * METERS ARE.                                                   *
      *****************************************************************
       post-queue-item.
              add 1 to items-read
              if exq-status = "C"
                     add 1 to items-closed
              else
                     add 1 to items-aged
                     move exq-raised-date to day-date
                     perform compute-day-number
                     compute days-open = run-day-number - day-number
                     if days-open < 0
                            move 0 to days-open
                     end-if
                     move exq-site-code to bucket-site-code
                     if bucket-site-code = spaces
                            move "(-)" to bucket-site-code
                     end-if
                     move exq-exception-type to bucket-type
                     perform find-type-index
                     if not type-found
                            move tyn-type (type-count) to bucket-type
                     end-if
                     perform find-age-entry
                     if age-found
                            perform count-item-age
                     end-if
              end-if
              perform read-next-item.

       count-item-age.
              if days-open < 8
                     add 1 to age-upto-7 (age-ix)
              else
                     if days-open < 31
                            add 1 to age-upto-30 (age-ix)
                     else
                            if days-open < 61
                                   add 1 to age-upto-60 (age-ix)
                            else
                                   if days-open < 91
                                          add 1 to age-upto-90 (age-ix)
                                   else
                                          add 1 to age-over-90 (age-ix)
                                   end-if
                            end-if
                     end-if
              end-if
              if exq-status = "A"
                     add 1 to age-assigned (age-ix)
              end-if
              if days-open > age-oldest-days (age-ix)
                     move days-open to age-oldest-days (age-ix)
              end-if.

       find-type-index.
              move "N" to type-found-sw
              perform match-type-entry
                  varying typ-ix from 1 by 1
                  until type-found
                     or typ-ix > type-count.

       match-type-entry.
              if tyn-type (typ-ix) = bucket-type
                     move "Y" to type-found-sw
      *****************************************************************
      * BACK THE SUBSCRIPT UP ONE - PERFORM VARYING STEPS IT PAST    *
      * THE MATCHED ENTRY BEFORE THE UNTIL TEST SEES THE SWITCH.     *
      *****************************************************************
                     subtract 1 from typ-ix
              end-if.

       find-age-entry.
              move "N" to age-found-sw
              if age-entry-count > 0
                     perform match-age-entry
                         varying age-ix from 1 by 1
                         until age-found
                            or age-ix > age-entry-count
              end-if
              if not age-found
                 and age-entry-count < 1000
                     add 1 to age-entry-count
                     move age-entry-count to age-ix
                     move bucket-site-code to age-site-code (age-ix)
                     move bucket-type to age-type (age-ix)
                     move 0 to age-upto-7 (age-ix)
                     move 0 to age-upto-30 (age-ix)
                     move 0 to age-upto-60 (age-ix)
                     move 0 to age-upto-90 (age-ix)
                     move 0 to age-over-90 (age-ix)
                     move 0 to age-assigned (age-ix)
                     move 0 to age-oldest-days (age-ix)
                     move "N" to age-printed-sw (age-ix)
                     move "Y" to age-found-sw
              end-if.

       match-age-entry.
              if age-site-code (age-ix) = bucket-site-code
                 and age-type (age-ix) = bucket-type
                     move "Y" to age-found-sw
      *****************************************************************
      * BACK THE SUBSCRIPT UP ONE - PERFORM VARYING STEPS IT PAST    *
      * THE MATCHED ENTRY BEFORE THE UNTIL TEST SEES THE SWITCH.     *
      *****************************************************************
                     subtract 1 from age-ix
              end-if.

      *****************************************************************
      * COMPUTE-DAY-NUMBER TURNS DAY-DATE INTO A DAY NUMBER.  THE     *
      * YEAR IS COUNTED FROM MARCH, SO JANUARY AND FEBRUARY BELONG TO *
      * THE YEAR BEFORE AND THE LEAP DAY IS ALWAYS THE LAST DAY OF    *
      * THE COUNTING YEAR; (306 x MONTH + 5) / 10 IS THE DAYS IN THE  *
      * MONTHS BEFORE, MARCH = MONTH 0.                               *
      *****************************************************************
       compute-day-number.
              move day-year to march-year
              if day-month > 2
                     subtract 3 from day-month giving march-month
              else
                     add 9 to day-month giving march-month
                     subtract 1 from march-year
              end-if
              divide march-year by 4 giving leap-4
              divide march-year by 100 giving leap-100
              divide march-year by 400 giving leap-400
              compute month-offset = march-month * 306 + 5
              divide month-offset by 10 giving month-offset
              compute day-number = march-year * 365 + leap-4
                      - leap-100 + leap-400 + month-offset + day-day.

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
      * PRINT-SITE-GROUP PRINTS THE SITE HEADING, ONE LINE PER TYPE  *
      * WITH ITEMS OPEN AT THE SITE, IN TYPE-TABLE ORDER, AND THE    *
      * SITE SUBTOTAL.  A SITE WITH NOTHING OPEN IS SKIPPED.         *
      *****************************************************************
       print-site-group.
              initialize site-totals
              perform count-site-lines
                  varying age-print-ix from 1 by 1
                  until age-print-ix > age-entry-count
              if sub-line-count > 0
                     perform write-site-heading
                     perform print-site-type
                         varying typ-ix from 1 by 1
                         until typ-ix > type-count
                     move "  SITE TOTAL" to rpt-label-out
                     perform write-subtotal-line
              end-if.

       count-site-lines.
              if age-site-code (age-print-ix) = group-site-code
                     add 1 to sub-line-count
              end-if.

       print-site-type.
              perform print-site-type-line
                  varying age-print-ix from 1 by 1
                  until age-print-ix > age-entry-count.

       print-site-type-line.
              if age-site-code (age-print-ix) = group-site-code
                 and age-type (age-print-ix) = tyn-type (typ-ix)
                     perform write-detail-line
              end-if.

      *****************************************************************
      * PRINT-UNASSIGNED-GROUP PRINTS WHATEVER THE SEQUENCE WALK DID *
      * NOT - ITEMS RAISED WITH NO SITE AND ITEMS FOR A SITE CODE    *
      * NOT ON SITEMST.                                              *
      *****************************************************************
       print-unassigned-group.
              initialize site-totals
              perform count-unassigned-line
                  varying age-print-ix from 1 by 1
                  until age-print-ix > age-entry-count
              if sub-line-count > 0
                     move "(-)" to group-site-code
                     move "UNASSIGNED" to group-site-name
                     perform write-site-heading
                     perform print-unassigned-type
                         varying typ-ix from 1 by 1
                         until typ-ix > type-count
                     move "  UNASSIGNED TOTAL" to rpt-label-out
                     perform write-subtotal-line
              end-if.

       count-unassigned-line.
              if age-printed-sw (age-print-ix) = "N"
                     add 1 to sub-line-count
              end-if.

       print-unassigned-type.
              perform print-unassigned-line
                  varying age-print-ix from 1 by 1
                  until age-print-ix > age-entry-count.

       print-unassigned-line.
              if age-printed-sw (age-print-ix) = "N"
                 and age-type (age-print-ix) = tyn-type (typ-ix)
                     perform write-detail-line
              end-if.

       write-report-heading.
              add 1 to page-count
              move page-count to rpt1-page-out
              move rpt-run-date to rpt2-date-out
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

      *****************************************************************
      * WRITE-DETAIL-LINE PRINTS ONE SITE AND TYPE ENTRY AND ADDS IT *
      * TO THE SITE SUBTOTAL, ITS TYPE TOTAL AND THE GRAND TOTAL.    *
      * TYP-IX IS THE ENTRY'S PLACE IN THE TYPE NAME TABLE.          *
      *****************************************************************
       write-detail-line.
              if line-count >= lines-per-page
                     perform write-report-heading
              end-if
              move "Y" to age-printed-sw (age-print-ix)
              move age-upto-7 (age-print-ix) to lin-upto-7
              move age-upto-30 (age-print-ix) to lin-upto-30
              move age-upto-60 (age-print-ix) to lin-upto-60
              move age-upto-90 (age-print-ix) to lin-upto-90
              move age-over-90 (age-print-ix) to lin-over-90
              move age-assigned (age-print-ix) to lin-assigned
              move age-oldest-days (age-print-ix) to lin-oldest-days
              move age-type (age-print-ix) to rpt-type-out
              move tyn-type-name (typ-ix) to rpt-label-out
              perform write-count-line
              add lin-upto-7 to sub-upto-7 tyt-upto-7 (typ-ix)
                  grd-upto-7
              add lin-upto-30 to sub-upto-30 tyt-upto-30 (typ-ix)
                  grd-upto-30
              add lin-upto-60 to sub-upto-60 tyt-upto-60 (typ-ix)
                  grd-upto-60
              add lin-upto-90 to sub-upto-90 tyt-upto-90 (typ-ix)
                  grd-upto-90
              add lin-over-90 to sub-over-90 tyt-over-90 (typ-ix)
                  grd-over-90
              add lin-assigned to sub-assigned tyt-assigned (typ-ix)
                  grd-assigned
              if lin-oldest-days > sub-oldest-days
                     move lin-oldest-days to sub-oldest-days
              end-if
              if lin-oldest-days > tyt-oldest-days (typ-ix)
                     move lin-oldest-days to tyt-oldest-days (typ-ix)
              end-if
              if lin-oldest-days > grd-oldest-days
                     move lin-oldest-days to grd-oldest-days
              end-if.

      *****************************************************************
      * WRITE-SUBTOTAL-LINE PRINTS THE SITE TOTALS UNDER THE LABEL   *
      * THE CALLER LEFT IN RPT-LABEL-OUT.                            *
      *****************************************************************
       write-subtotal-line.
              if line-count >= lines-per-page - 1
                     perform write-report-heading
              end-if
              move sub-upto-7 to lin-upto-7
              move sub-upto-30 to lin-upto-30
              move sub-upto-60 to lin-upto-60
              move sub-upto-90 to lin-upto-90
              move sub-over-90 to lin-over-90
              move sub-assigned to lin-assigned
              move sub-oldest-days to lin-oldest-days
              move spaces to rpt-type-out
              perform write-count-line
              move spaces to print-line
              write print-record after advancing 1
              add 1 to line-count.

       write-count-line.
              compute lin-total = lin-upto-7 + lin-upto-30
                      + lin-upto-60 + lin-upto-90 + lin-over-90
              move lin-upto-7 to rpt-upto-7-out
              move lin-upto-30 to rpt-upto-30-out
              move lin-upto-60 to rpt-upto-60-out
              move lin-upto-90 to rpt-upto-90-out
              move lin-over-90 to rpt-over-90-out
              move lin-total to rpt-total-out
              move lin-assigned to rpt-assigned-out
              move lin-oldest-days to rpt-oldest-out
              move rpt-detail-line to print-line
              write print-record after advancing 1
              add 1 to line-count.

      *****************************************************************
      * WRITE-TYPE-TOTALS PRINTS THE ALL-SITES COUNTS FOR EACH TYPE - *
      * EVERY LISTED TYPE PRINTS, EVEN AT ZERO, SO THE DAILY REPORT   *
      * ALWAYS SHOWS THE SAME ROWS.  OTHR PRINTS ONLY WHEN IT HOLDS   *
      * SOMETHING.                                                    *
      *****************************************************************
       write-type-totals.
              if line-count >= lines-per-page - type-count - 2
                     perform write-report-heading
              end-if
              move "ALL" to group-site-code
              move "ALL SITES BY TYPE" to group-site-name
              perform write-site-heading
              perform write-type-total-line
                  varying typ-ix from 1 by 1
                  until typ-ix > type-count.

       write-type-total-line.
              move tyt-upto-7 (typ-ix) to lin-upto-7
              move tyt-upto-30 (typ-ix) to lin-upto-30
              move tyt-upto-60 (typ-ix) to lin-upto-60
              move tyt-upto-90 (typ-ix) to lin-upto-90
              move tyt-over-90 (typ-ix) to lin-over-90
              move tyt-assigned (typ-ix) to lin-assigned
              move tyt-oldest-days (typ-ix) to lin-oldest-days
              if typ-ix < type-count
                 or lin-upto-7 + lin-upto-30 + lin-upto-60
                    + lin-upto-90 + lin-over-90 > 0
                     move tyn-type (typ-ix) to rpt-type-out
                     move tyn-type-name (typ-ix) to rpt-label-out
                     perform write-count-line
              end-if.

       write-report-total.
              move grd-upto-7 to sub-upto-7
              move grd-upto-30 to sub-upto-30
              move grd-upto-60 to sub-upto-60
              move grd-upto-90 to sub-upto-90
              move grd-over-90 to sub-over-90
              move grd-assigned to sub-assigned
              move grd-oldest-days to sub-oldest-days
              move "ALL SITES" to rpt-label-out
              if line-count >= lines-per-page - 2
                     perform write-report-heading
              end-if
              perform write-subtotal-line
              move items-read to rpt-read-out
              move items-closed to rpt-closed-out
              move items-aged to rpt-aged-out
              move rpt-total-line to print-line
              write print-record after advancing 1.
