      *****************************************************************
      * SITE PRODUCTION VOLUME MAINTENANCE                            *
      *                                                               *
      * Lets the plant clerks add, change, and delete the monthly     *
      * production figures on the PRODMST production volume file -    *
      * units produced, the unit they are counted in, and operating   *
      * days - that PRODINT divides each site's metered energy by.    *
      * The site must be on the SITEMST site master, the period must  *
      * be a real month, units produced may not be negative and       *
      * operating days must be 0 - 31; duplicate adds and deletes of  *
      * missing records are refused, and every change is journaled    *
      * and written to a before/after maintenance report.             *
      *****************************************************************

       identification division.
       program-id.   prodmnt.

       environment division.
       input-output section.
       file-control.
           select optional production-file assign to "PRODMST"
               organization is indexed
               access mode is random
               record key is prd-production-key
               file status is prd-file-status.
           select optional site-master-file assign to "SITEMST"
               organization is indexed
               access mode is random
               record key is sit-site-code
               file status is sit-file-status.
           select optional session-file assign to "OPERSESS"
               organization is line sequential
               file status is oss-file-status.
           select optional journal-file assign to "CHGJRNL"
               organization is indexed
               access mode is random
               record key is jrn-journal-key
               file status is jrn-file-status.
           select optional print-file assign to "PRODMRPT"
               organization is line sequential
               file status is rpt-file-status.

       data division.
       file section.
       fd  production-file
           label records are standard.
       copy "prodmst.cpy".

       fd  site-master-file
           label records are standard.
       copy "sitemst.cpy".

       fd  session-file
           label records are standard.
       copy "opersess.cpy".

       fd  journal-file
           label records are standard.
       copy "chgjrnl.cpy".

       fd  print-file
           label records are standard.
       copy "rptrec.cpy".

       working-storage section.

       01 MAINT-FIELDS.
              05 MAINT-ACTION      PIC X(01).
              05 MAINT-SITE-CODE   PIC X(03).
              05 MAINT-PERIOD      PIC 9(06).

      *****************************************************************
      * REDEFINED VIEW OF THE PERIOD SO THE YEAR AND MONTH CAN BE    *
      * RANGE-CHECKED BEFORE THE RECORD IS STORED.                   *
      *****************************************************************
              05 MAINT-PERIOD-PARTS REDEFINES MAINT-PERIOD.
                     10 MAINT-PERIOD-YEAR PIC 9(04).
                     10 MAINT-PERIOD-MONTH
                                          PIC 9(02).
              05 MAINT-UNITS       PIC S9(9)V99 USAGE COMP.
              05 MAINT-UNIT-OF-MEASURE
                                   PIC X(08).
              05 MAINT-OPERATING-DAYS
                                   PIC S9(03) USAGE COMP.
              05 OPERATOR-ID       PIC X(08).

       01 BEFORE-IMAGE.
              05 BEF-UNITS         PIC S9(9)V99 USAGE COMP.
              05 BEF-UNIT-OF-MEASURE
                                   PIC X(08).
              05 BEF-OPERATING-DAYS
                                   PIC 9(02).

      *****************************************************************
      * CHANGE JOURNAL FIELDS.  EVERY ADD, CHANGE AND DELETE IS ALSO  *
      * WRITTEN TO THE SHARED CHGJRNL JOURNAL WITH THE RECORD'S       *
      * BEFORE AND AFTER IMAGES, SO ANY MASTER RECORD'S HISTORY CAN   *
      * BE READ BACK - OR THE RECORD REBUILT AS OF A DATE - FROM ONE  *
      * PLACE INSTEAD OF FROM EACH PROGRAM'S MAINTENANCE REPORT.      *
      *****************************************************************
       01 JOURNAL-FIELDS.
              05 JOURNAL-ACTION    PIC X(06).
              05 JOURNAL-BEFORE    PIC X(120).
              05 JOURNAL-AFTER     PIC X(120).

       01 PRD-FILE-STATUS         PIC X(02).
       01 SIT-FILE-STATUS         PIC X(02).
       01 OSS-FILE-STATUS         PIC X(02).
       01 RPT-FILE-STATUS         PIC X(02).
       01 JRN-FILE-STATUS         PIC X(02).

      *****************************************************************
      * REPORT CONTROL FIELDS AND LINE LAYOUTS FOR THE MAINTENANCE    *
      * REPORT.  THE REPORT FILE IS OPENED EXTEND SO EVERY            *
      * MAINTENANCE SESSION ACCUMULATES ONTO ONE AUDITABLE HISTORY    *
      * INSTEAD OF EACH SESSION OVERWRITING THE LAST.                 *
      *****************************************************************
       01 LINES-PER-PAGE          PIC 9(02) USAGE COMP VALUE 50.
       01 LINE-COUNT              PIC 9(02) USAGE COMP VALUE 99.
       01 PAGE-COUNT              PIC 9(04) USAGE COMP VALUE 0.
       01 CHANGE-COUNT            PIC 9(08) USAGE COMP VALUE 0.
       01 RPT-RUN-DATE            PIC 9(08).

      *****************************************************************
      * ACCEPT FROM TIME RETURNS HHMMSSCC - ONLY THE HHMMSS PORTION   *
      * IS PRINTED ON THE REPORT HEADING.                             *
      *****************************************************************
       01 RPT-RUN-TIME.
              05 RPT-RUN-HHMMSS    PIC 9(06).
              05 FILLER            PIC 9(02).

       01 RPT-HEADING-1.
              05 FILLER            PIC X(30)
                                    VALUE "PRODUCTION VOLUME UPDATE".
              05 FILLER            PIC X(21)
                                    VALUE "AUDIT REPORT         ".
              05 FILLER            PIC X(06) VALUE "PAGE: ".
              05 RPT1-PAGE-OUT     PIC ZZZ9.

       01 RPT-HEADING-2.
              05 FILLER            PIC X(11) VALUE "RUN DATE: ".
              05 RPT2-DATE-OUT     PIC 9(08).
              05 FILLER            PIC X(08) VALUE "  TIME: ".
              05 RPT2-TIME-OUT     PIC 9(06).
              05 FILLER            PIC X(12) VALUE "  OPERATOR: ".
              05 RPT2-OPER-OUT     PIC X(08).

       01 RPT-HEADING-3.
              05 FILLER            PIC X(06) VALUE "ACTION".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(04) VALUE "SITE".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(06) VALUE "PERIOD".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(07) VALUE "OLD/NEW".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(15) VALUE " UNITS PRODUCED".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE "MEASURE".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(04) VALUE "DAYS".

       01 RPT-DETAIL-LINE.
              05 RPT-ACTION-OUT    PIC X(06).
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-SITE-OUT      PIC X(03).
              05 FILLER            PIC X(05) VALUE SPACES.
              05 RPT-PERIOD-OUT    PIC 9(06).
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-OLD-NEW-OUT   PIC X(07).
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-UNITS-OUT     PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER            PIC X(03) VALUE SPACES.
              05 RPT-MEASURE-OUT   PIC X(08).
              05 FILLER            PIC X(06) VALUE SPACES.
              05 RPT-DAYS-OUT      PIC Z9.

       01 RPT-TOTAL-LINE.
              05 FILLER            PIC X(20)
                                    VALUE "CHANGES THIS RUN:  ".
              05 RPT-COUNT-OUT     PIC ZZZZ9.

       01 SWITCHES.
              05 PRODUCTION-FOUND-SW
                                   PIC X(01) VALUE "N".
                     88 PRODUCTION-FOUND VALUE "Y".
              05 SITE-FOUND-SW     PIC X(01) VALUE "N".
                     88 SITE-FOUND VALUE "Y".
              05 VALID-INPUT-SW    PIC X(01) VALUE "Y".
                     88 VALID-MAINT-INPUT VALUE "Y".
              05 JOURNAL-WRITTEN-SW
                                   PIC X(01) VALUE "N".
                     88 JOURNAL-WRITTEN VALUE "Y".

       procedure division.
       init-ws.

      *****************************************************************
      * THIS PROGRAM MAY BE CALLED MORE THAN ONCE IN THE SAME RUN     *
      * UNIT (FROM ENERGYMENU'S MENU LOOP), AND COBOL DOES NOT RESET  *
      * A CALLED SUBPROGRAM'S WORKING-STORAGE BETWEEN CALLS ON ITS    *
      * OWN.  EVERY SWITCH AND REPORT CONTROL FIELD IS RESET HERE     *
      * EXPLICITLY SO A SECOND CALL STARTS CLEAN.                     *
      *****************************************************************
              initialize maint-fields
              initialize before-image
              initialize journal-fields
              move "N" to journal-written-sw
              move "N" to production-found-sw
              move "N" to site-found-sw
              move "Y" to valid-input-sw
              move 0 to page-count
              move 99 to line-count
              move 0 to change-count
              accept rpt-run-date from date yyyymmdd
              accept rpt-run-time from time
              open i-o production-file
              if prd-file-status = "35"
                     open output production-file
                     close production-file
                     open i-o production-file
              end-if
              open input site-master-file
              open i-o journal-file
              if jrn-file-status = "35"
                     open output journal-file
                     close journal-file
                     open i-o journal-file
              end-if
              open extend print-file
              if rpt-file-status = "35"
                     open output print-file
              end-if
              display "SITE PRODUCTION VOLUME MAINTENANCE"
              perform read-session
              perform write-report-heading.

       select-action.
              display spaces
              display "A - Add a month's production"
              display "C - Change a month's production"
              display "D - Delete a month's production"
              display "X - Exit"
              display spaces
              display "Select an action: "
              accept maint-action
              if maint-action = "X" or "x"
                     go to end-program
              end-if
              if maint-action = "A" or "a"
                     go to add-production
              end-if
              if maint-action = "C" or "c"
                     go to change-production
              end-if
              if maint-action = "D" or "d"
                     go to delete-production
              end-if
              display "Invalid selection"
              go to select-action.

      *****************************************************************
      * ADD-PRODUCTION REFUSES A SITE/PERIOD ALREADY ON THE FILE - A  *
      * KEYING SLIP MUST NOT SILENTLY OVERLAY A MONTH ALREADY KEYED.  *
      *****************************************************************
       add-production.
              perform accept-production-key
              if maint-site-code = spaces
                     go to select-action
              end-if
              if not valid-maint-input
                     go to select-action
              end-if
              perform lookup-production
              if production-found
                     display "Production for " maint-site-code
                             " period " maint-period
                             " is already on file - add refused"
                     go to select-action
              end-if
              perform accept-production-values
              if not valid-maint-input
                     go to select-action
              end-if
              move maint-site-code to prd-site-code
              move maint-period to prd-period
              perform store-production-values
              write production-record
                  invalid key
                         display "Add of " maint-site-code
                                 " failed - file status "
                                 prd-file-status
                  not invalid key
                         display "Production for " maint-site-code
                                 " period " maint-period " added"
                         move "ADD" to journal-action
                         move spaces to journal-before
                         move production-record to journal-after
                         perform write-journal-entry
                         add 1 to change-count
                         move "ADD" to rpt-action-out
                         perform write-report-after
              end-write
              go to select-action.

      *****************************************************************
      * CHANGE-PRODUCTION SHOWS THE FIGURES CURRENTLY ON FILE FOR THE *
      * KEYED SITE/PERIOD, ACCEPTS REPLACEMENTS, AND REPORTS BOTH THE *
      * BEFORE AND AFTER IMAGES.                                      *
      *****************************************************************
       change-production.
              perform accept-production-key
              if maint-site-code = spaces
                     go to select-action
              end-if
              if not valid-maint-input
                     go to select-action
              end-if
              perform lookup-production
              if not production-found
                     display "Production for " maint-site-code
                             " period " maint-period
                             " is not on file - change refused"
                     go to select-action
              end-if
              perform save-before-image
              display "Current units produced:  " prd-units-produced
                      " " prd-unit-of-measure
              display "Current operating days:  " prd-operating-days
              perform accept-production-values
              if not valid-maint-input
                     go to select-action
              end-if
              perform store-production-values
              rewrite production-record
                  invalid key
                         display "Change of " maint-site-code
                                 " failed - file status "
                                 prd-file-status
                  not invalid key
                         display "Production for " maint-site-code
                                 " period " maint-period " changed"
                         move "CHANGE" to journal-action
                         move production-record to journal-after
                         perform write-journal-entry
                         add 1 to change-count
                         move "CHANGE" to rpt-action-out
                         perform write-report-before
                         perform write-report-after
              end-rewrite
              go to select-action.

      *****************************************************************
      * DELETE-PRODUCTION REFUSES A KEY NOT ON THE FILE AND REPORTS   *
      * THE FIGURES AS THEY STOOD BEFORE THEY WERE REMOVED.           *
      *****************************************************************
       delete-production.
              perform accept-production-key
              if maint-site-code = spaces
                     go to select-action
              end-if
              if not valid-maint-input
                     go to select-action
              end-if
              perform lookup-production
              if not production-found
                     display "Production for " maint-site-code
                             " period " maint-period
                             " is not on file - delete refused"
                     go to select-action
              end-if
              perform save-before-image
              delete production-file
                  invalid key
                         display "Delete of " maint-site-code
                                 " failed - file status "
                                 prd-file-status
                  not invalid key
                         display "Production for " maint-site-code
                                 " period " maint-period " deleted"
                         move "DELETE" to journal-action
                         move spaces to journal-after
                         perform write-journal-entry
                         add 1 to change-count
                         move "DELETE" to rpt-action-out
                         perform write-report-before
              end-delete
              go to select-action.

       end-program.
              perform write-report-total
              close production-file
              close site-master-file
              close journal-file
              close print-file
              goback.

      *****************************************************************
      * ACCEPT-PRODUCTION-KEY PROMPTS FOR THE SITE CODE AND PERIOD,   *
      * CHECKING THE SITE IS ON SITEMST AND THE PERIOD IS A REAL      *
      * MONTH BEFORE ANY FILE ACTION IS TAKEN.                        *
      *****************************************************************
       accept-production-key.
              move "Y" to valid-input-sw
              display spaces
              display "Enter site code (blank to cancel): "
              accept maint-site-code
              if maint-site-code not = spaces
                     perform lookup-site
                     if not site-found
                            display "Site " maint-site-code " is not "
                                    "on the SITEMST site master - "
                                    "entry refused"
                            move "N" to valid-input-sw
                     end-if
                     display "Enter period (YYYYMM): "
                     accept maint-period
                     if maint-period-year < 1900
                            display "Period year must be 1900 or "
                                    "later - entry refused"
                            move "N" to valid-input-sw
                     end-if
                     if maint-period-month < 1
                        or maint-period-month > 12
                            display "Period month must be 01 - 12 "
                                    "- entry refused"
                            move "N" to valid-input-sw
                     end-if
              end-if.

      *****************************************************************
      * ACCEPT-PRODUCTION-VALUES PROMPTS FOR THE MONTH'S FIGURES AND  *
      * REFUSES NEGATIVE UNITS OR AN IMPOSSIBLE DAY COUNT.  A MONTH   *
      * THE PLANT WAS DOWN IS KEYED AS ZERO UNITS, ZERO DAYS.         *
      *****************************************************************
       accept-production-values.
              move "Y" to valid-input-sw
              display "Enter units produced: "
              accept maint-units
              display "Enter unit of measure (TONS, CASES, ...): "
              accept maint-unit-of-measure
              display "Enter operating days: "
              accept maint-operating-days
              if maint-units < 0
                     display "Units produced may not be negative - "
                             "entry refused"
                     move "N" to valid-input-sw
              end-if
              if maint-operating-days < 0
                 or maint-operating-days > 31
                     display "Operating days must be 0 - 31 - entry "
                             "refused"
                     move "N" to valid-input-sw
              end-if.

       store-production-values.
              move maint-units to prd-units-produced
              move maint-unit-of-measure to prd-unit-of-measure
              move maint-operating-days to prd-operating-days.

       save-before-image.
              move prd-units-produced to bef-units
              move prd-unit-of-measure to bef-unit-of-measure
              move prd-operating-days to bef-operating-days.

       lookup-production.
              move "N" to production-found-sw
              move maint-site-code to prd-site-code
              move maint-period to prd-period
              read production-file
                  invalid key
                         move "N" to production-found-sw
                  not invalid key
                         move "Y" to production-found-sw
                         move production-record to journal-before
              end-read.

       lookup-site.
              move "N" to site-found-sw
              move maint-site-code to sit-site-code
              read site-master-file
                  invalid key
                         move "N" to site-found-sw
                  not invalid key
                         move "Y" to site-found-sw
              end-read.

      *****************************************************************
      * WRITE-JOURNAL-ENTRY RECORDS THE CHANGE JUST MADE ON THE       *
      * SHARED CHGJRNL CHANGE JOURNAL - MASTER NAME, RECORD KEY,      *
      * ACTION, DATE, TIME, OPERATOR, AND THE BEFORE AND AFTER        *
      * IMAGES.  THE SEQUENCE NUMBER STEPS PAST AN ENTRY ALREADY ON   *
      * FILE FOR THE SAME RECORD AT THE SAME TIME - A DUPLICATE KEY   *
      * ONLY MEANS TWO CHANGES INSIDE ONE HUNDREDTH OF A SECOND.      *
      *****************************************************************
       write-journal-entry.
              move "PRODMST" to jrn-master-name
              move prd-production-key to jrn-record-key
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
      * OPERSESS SESSION RECORD ENERGYMENU WROTE AT SIGN-ON, SO THE  *
      * MAINTENANCE REPORT NAMES THE PERSON AT THE KEYBOARD.  RUN    *
      * OUTSIDE THE MENU THERE IS NO SESSION AND THE ID IS PROMPTED. *
      *****************************************************************
       read-session.
              open input session-file
              read session-file
                  at end move spaces to operator-session-record
              end-read
              close session-file
              if oss-operator-id not = spaces
                     move oss-operator-id to operator-id
              else
                     display spaces
                     display "Enter operator id: "
                     accept operator-id
              end-if.

      *****************************************************************
      * WRITE-REPORT-HEADING/BEFORE/AFTER/TOTAL BUILD THE PAGINATED   *
      * MAINTENANCE REPORT.  A CHANGE PRINTS TWO LINES - THE FIGURES  *
      * AS THEY STOOD (BEFORE) AND AS THEY WERE STORED (AFTER) - SO   *
      * THE AUDITOR CAN SEE EXACTLY WHAT MOVED.                       *
      *****************************************************************
       write-report-heading.
              add 1 to page-count
              move page-count to rpt1-page-out
              move rpt-run-date to rpt2-date-out
              move rpt-run-hhmmss to rpt2-time-out
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

       write-report-before.
              if line-count >= lines-per-page
                     perform write-report-heading
              end-if
              move maint-site-code to rpt-site-out
              move maint-period to rpt-period-out
              move "BEFORE" to rpt-old-new-out
              move bef-units to rpt-units-out
              move bef-unit-of-measure to rpt-measure-out
              move bef-operating-days to rpt-days-out
              move rpt-detail-line to print-line
              write print-record after advancing 1
              add 1 to line-count.

       write-report-after.
              if line-count >= lines-per-page
                     perform write-report-heading
              end-if
              move maint-site-code to rpt-site-out
              move maint-period to rpt-period-out
              move "AFTER" to rpt-old-new-out
              move prd-units-produced to rpt-units-out
              move prd-unit-of-measure to rpt-measure-out
              move prd-operating-days to rpt-days-out
              move rpt-detail-line to print-line
              write print-record after advancing 1
              add 1 to line-count.

       write-report-total.
              move spaces to print-line
              write print-record after advancing 1
              move change-count to rpt-count-out
              move rpt-total-line to print-line
              write print-record after advancing 1.
