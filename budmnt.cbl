      *****************************************************************
      * SITE ENERGY BUDGET MAINTENANCE                                *
      *                                                               *
      * Adds, changes, and deletes records on the BUDGMST site        *
      * energy budget master - one record per site, fuel type and     *
      * budget year carrying twelve monthly budgeted consumption and  *
      * dollar figures - that BUDVAR reports budget-versus-actual     *
      * from.  The site code must be on the SITEMST site master, the  *
      * fuel type must not be blank, the year must be 1900 or later,  *
      * and no monthly figure may be negative (a zero month is a      *
      * site with nothing budgeted that month, e.g. gas in summer).   *
      * Duplicate adds and deletes of missing budgets are refused,    *
      * and every change is written to a before/after maintenance     *
      * report showing the annual totals as they stood and as they    *
      * were stored.                                                  *
      *****************************************************************

       identification division.
       program-id.   budmnt.

       environment division.
       input-output section.
       file-control.
           select optional budget-master-file assign to "BUDGMST"
               organization is indexed
               access mode is random
               record key is bud-budget-key
               file status is bud-file-status.
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
           select optional print-file assign to "BUDMRPT"
               organization is line sequential
               file status is rpt-file-status.

       data division.
       file section.
       fd  budget-master-file
           label records are standard.
       copy "budgmst.cpy".

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
              05 MAINT-FUEL-TYPE   PIC X(04).
              05 MAINT-YEAR        PIC 9(04).
              05 MAINT-MONTH OCCURS 12 TIMES.
                     10 MAINT-CONSUMPTION PIC S9(7)V99 USAGE COMP.
                     10 MAINT-DOLLARS     PIC S9(7)V99 USAGE COMP.
              05 OPERATOR-ID       PIC X(08).

       01 BEFORE-IMAGE.
              05 BEF-ANNUAL-CONSUMPTION
                                   PIC S9(9)V99 USAGE COMP.
              05 BEF-ANNUAL-DOLLARS
                                   PIC S9(9)V99 USAGE COMP.

       01 AFTER-IMAGE.
              05 AFT-ANNUAL-CONSUMPTION
                                   PIC S9(9)V99 USAGE COMP.
              05 AFT-ANNUAL-DOLLARS
                                   PIC S9(9)V99 USAGE COMP.

       01 MONTH-IX                PIC 9(02) USAGE COMP.

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

       01 BUD-FILE-STATUS         PIC X(02).
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
                                    VALUE "SITE ENERGY BUDGET UPDATE".
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
              05 FILLER            PIC X(04) VALUE "FUEL".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(04) VALUE "YEAR".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(07) VALUE "OLD/NEW".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(15) VALUE "ANNUAL UNITS   ".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(15) VALUE "ANNUAL DOLLARS ".

       01 RPT-DETAIL-LINE.
              05 RPT-ACTION-OUT    PIC X(06).
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-SITE-OUT      PIC X(04).
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-FUEL-OUT      PIC X(04).
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-YEAR-OUT      PIC 9(04).
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-OLD-NEW-OUT   PIC X(07).
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-UNITS-OUT     PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER            PIC X(05) VALUE SPACES.
              05 RPT-DOLLARS-OUT   PIC $$$,$$$,$$9.99.

       01 RPT-TOTAL-LINE.
              05 FILLER            PIC X(20)
                                    VALUE "CHANGES THIS RUN:  ".
              05 RPT-COUNT-OUT     PIC ZZZZ9.

       01 SWITCHES.
              05 BUDGET-FOUND-SW   PIC X(01) VALUE "N".
                     88 BUDGET-FOUND VALUE "Y".
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
              initialize after-image
              move "N" to budget-found-sw
              move "N" to site-found-sw
              move "Y" to valid-input-sw
              move 0 to page-count
              move 99 to line-count
              move 0 to change-count
              accept rpt-run-date from date yyyymmdd
              accept rpt-run-time from time
              open i-o budget-master-file
              if bud-file-status = "35"
                     open output budget-master-file
                     close budget-master-file
                     open i-o budget-master-file
              end-if
              open i-o journal-file
              if jrn-file-status = "35"
                     open output journal-file
                     close journal-file
                     open i-o journal-file
              end-if
              open input site-master-file
              open extend print-file
              if rpt-file-status = "35"
                     open output print-file
              end-if
              display "SITE ENERGY BUDGET MAINTENANCE"
              perform read-session
              perform write-report-heading.

       select-action.
              display spaces
              display "A - Add a site energy budget"
              display "C - Change a site energy budget"
              display "D - Delete a site energy budget"
              display "X - Exit"
              display spaces
              display "Select an action: "
              accept maint-action
              if maint-action = "X" or "x"
                     go to end-program
              end-if
              if maint-action = "A" or "a"
                     go to add-budget
              end-if
              if maint-action = "C" or "c"
                     go to change-budget
              end-if
              if maint-action = "D" or "d"
                     go to delete-budget
              end-if
              display "Invalid selection"
              go to select-action.

      *****************************************************************
      * ADD-BUDGET REFUSES A SITE/FUEL/YEAR ALREADY ON THE MASTER -   *
      * A KEYING SLIP MUST NOT SILENTLY OVERLAY A BUDGET ALREADY      *
      * APPROVED.                                                     *
      *****************************************************************
       add-budget.
              perform accept-budget-key
              if maint-site-code = spaces
                     go to select-action
              end-if
              if not valid-maint-input
                     go to select-action
              end-if
              perform lookup-budget
              if budget-found
                     display "Budget for " maint-site-code " "
                             maint-fuel-type " " maint-year
                             " is already on the master file - "
                             "add refused"
                     go to select-action
              end-if
              perform accept-budget-months
              if not valid-maint-input
                     go to select-action
              end-if
              move maint-site-code to bud-site-code
              move maint-fuel-type to bud-fuel-type
              move maint-year to bud-year
              perform store-budget-month
                  varying month-ix from 1 by 1
                  until month-ix > 12
              write site-budget-record
                  invalid key
                         display "Add of " maint-site-code " "
                                 maint-fuel-type " " maint-year
                                 " failed - file status "
                                 bud-file-status
                  not invalid key
                         display "Budget for " maint-site-code " "
                                 maint-fuel-type " " maint-year
                                 " added"
                         move "ADD" to journal-action
                         move spaces to journal-before
                         move site-budget-record to journal-after
                         perform write-journal-entry
                         add 1 to change-count
                         move "ADD" to rpt-action-out
                         perform write-report-after
              end-write
              go to select-action.

      *****************************************************************
      * CHANGE-BUDGET SHOWS THE TWELVE MONTHS CURRENTLY ON FILE,      *
      * ACCEPTS A REPLACEMENT SET, AND REPORTS BOTH THE BEFORE AND    *
      * AFTER ANNUAL TOTALS.                                          *
      *****************************************************************
       change-budget.
              perform accept-budget-key
              if maint-site-code = spaces
                     go to select-action
              end-if
              if not valid-maint-input
                     go to select-action
              end-if
              perform lookup-budget
              if not budget-found
                     display "Budget for " maint-site-code " "
                             maint-fuel-type " " maint-year
                             " is not on the master file - "
                             "change refused"
                     go to select-action
              end-if
              perform save-before-image
              perform display-budget-month
                  varying month-ix from 1 by 1
                  until month-ix > 12
              perform accept-budget-months
              if not valid-maint-input
                     go to select-action
              end-if
              perform store-budget-month
                  varying month-ix from 1 by 1
                  until month-ix > 12
              rewrite site-budget-record
                  invalid key
                         display "Change of " maint-site-code " "
                                 maint-fuel-type " " maint-year
                                 " failed - file status "
                                 bud-file-status
                  not invalid key
                         display "Budget for " maint-site-code " "
                                 maint-fuel-type " " maint-year
                                 " changed"
                         move "CHANGE" to journal-action
                         move site-budget-record to journal-after
                         perform write-journal-entry
                         add 1 to change-count
                         move "CHANGE" to rpt-action-out
                         perform write-report-before
                         move "CHANGE" to rpt-action-out
                         perform write-report-after
              end-rewrite
              go to select-action.

      *****************************************************************
      * DELETE-BUDGET REFUSES A KEY NOT ON THE MASTER AND REPORTS     *
      * THE BUDGET AS IT STOOD BEFORE IT WAS REMOVED.                 *
      *****************************************************************
       delete-budget.
              perform accept-budget-key
              if maint-site-code = spaces
                     go to select-action
              end-if
              if not valid-maint-input
                     go to select-action
              end-if
              perform lookup-budget
              if not budget-found
                     display "Budget for " maint-site-code " "
                             maint-fuel-type " " maint-year
                             " is not on the master file - "
                             "delete refused"
                     go to select-action
              end-if
              perform save-before-image
              delete budget-master-file
                  invalid key
                         display "Delete of " maint-site-code " "
                                 maint-fuel-type " " maint-year
                                 " failed - file status "
                                 bud-file-status
                  not invalid key
                         display "Budget for " maint-site-code " "
                                 maint-fuel-type " " maint-year
                                 " deleted"
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
              close budget-master-file
              close journal-file
              close site-master-file
              close print-file
              goback.

      *****************************************************************
      * ACCEPT-BUDGET-KEY PROMPTS FOR THE SITE, FUEL TYPE AND BUDGET  *
      * YEAR.  THE SITE MUST BE ON SITEMST - A BUDGET FOR A SITE THE  *
      * REPORT CANNOT PLACE WOULD NEVER PRINT.                        *
      *****************************************************************
       accept-budget-key.
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
                     display "Enter fuel type: "
                     accept maint-fuel-type
                     if maint-fuel-type = spaces
                            display "Fuel type must not be blank - "
                                    "entry refused"
                            move "N" to valid-input-sw
                     end-if
                     display "Enter budget year (YYYY): "
                     accept maint-year
                     if maint-year < 1900
                            display "Budget year must be 1900 or "
                                    "later - entry refused"
                            move "N" to valid-input-sw
                     end-if
              end-if.

      *****************************************************************
      * ACCEPT-BUDGET-MONTHS PROMPTS FOR THE TWELVE MONTHLY           *
      * CONSUMPTION AND DOLLAR FIGURES IN CALENDAR ORDER AND REFUSES  *
      * A NEGATIVE FIGURE, NOT STORES IT.                             *
      *****************************************************************
       accept-budget-months.
              move "Y" to valid-input-sw
              perform accept-budget-month
                  varying month-ix from 1 by 1
                  until month-ix > 12.

       accept-budget-month.
              display spaces
              display "Month " month-ix " budgeted consumption: "
              accept maint-consumption (month-ix)
              display "Month " month-ix " budgeted dollars: "
              accept maint-dollars (month-ix)
              if maint-consumption (month-ix) < 0
                 or maint-dollars (month-ix) < 0
                     display "Month " month-ix " budget must not be "
                             "negative - entry refused"
                     move "N" to valid-input-sw
              end-if.

       display-budget-month.
              display "Current month " month-ix ": "
                      bud-consumption (month-ix) " units  "
                      bud-dollars (month-ix) " dollars".

       store-budget-month.
              move maint-consumption (month-ix)
                   to bud-consumption (month-ix)
              move maint-dollars (month-ix) to bud-dollars (month-ix).

       lookup-budget.
              move "N" to budget-found-sw
              move maint-site-code to bud-site-code
              move maint-fuel-type to bud-fuel-type
              move maint-year to bud-year
              read budget-master-file
                  invalid key
                         move "N" to budget-found-sw
                  not invalid key
                         move "Y" to budget-found-sw
                         move site-budget-record
                              to journal-before
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

       save-before-image.
              move 0 to bef-annual-consumption
              move 0 to bef-annual-dollars
              perform add-before-month
                  varying month-ix from 1 by 1
                  until month-ix > 12.

       add-before-month.
              add bud-consumption (month-ix) to bef-annual-consumption
              add bud-dollars (month-ix) to bef-annual-dollars.

       total-after-image.
              move 0 to aft-annual-consumption
              move 0 to aft-annual-dollars
              perform add-after-month
                  varying month-ix from 1 by 1
                  until month-ix > 12.

       add-after-month.
              add bud-consumption (month-ix) to aft-annual-consumption
              add bud-dollars (month-ix) to aft-annual-dollars.

      *****************************************************************
      * WRITE-JOURNAL-ENTRY RECORDS THE CHANGE JUST MADE ON THE       *
      * SHARED CHGJRNL CHANGE JOURNAL - MASTER NAME, RECORD KEY,      *
      * ACTION, DATE, TIME, OPERATOR, AND THE BEFORE AND AFTER        *
      * IMAGES.  THE SEQUENCE NUMBER STEPS PAST AN ENTRY ALREADY ON   *
      * FILE FOR THE SAME RECORD AT THE SAME TIME - A DUPLICATE KEY   *
      * ONLY MEANS TWO CHANGES INSIDE ONE HUNDREDTH OF A SECOND.      *
      *****************************************************************
       write-journal-entry.
              move "BUDGMST" to jrn-master-name
              move bud-budget-key to jrn-record-key
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
      * MAINTENANCE REPORT.  A CHANGE PRINTS TWO LINES - THE ANNUAL   *
      * TOTALS AS THEY STOOD (BEFORE) AND AS THEY WERE STORED         *
      * (AFTER) - SO THE AUDITOR CAN SEE HOW FAR THE BUDGET MOVED.    *
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
              move maint-fuel-type to rpt-fuel-out
              move maint-year to rpt-year-out
              move "BEFORE" to rpt-old-new-out
              move bef-annual-consumption to rpt-units-out
              move bef-annual-dollars to rpt-dollars-out
              move rpt-detail-line to print-line
              write print-record after advancing 1
              add 1 to line-count.

       write-report-after.
              if line-count >= lines-per-page
                     perform write-report-heading
              end-if
              perform total-after-image
              move maint-site-code to rpt-site-out
              move maint-fuel-type to rpt-fuel-out
              move maint-year to rpt-year-out
              move "AFTER" to rpt-old-new-out
              move aft-annual-consumption to rpt-units-out
              move aft-annual-dollars to rpt-dollars-out
              move rpt-detail-line to print-line
              write print-record after advancing 1
              add 1 to line-count.

       write-report-total.
              move spaces to print-line
              write print-record after advancing 1
              move change-count to rpt-count-out
              move rpt-total-line to print-line
              write print-record after advancing 1.
