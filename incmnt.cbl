      *****************************************************************
      * UTILITY INCENTIVE PROGRAM TABLE MAINTENANCE                   *
      *                                                               *
      * Adds, changes, and deletes effective-dated records on the     *
      * INCENTV incentive program table that REBCALC works out each   *
      * project's eligible utility rebate from, maintained the same   *
      * way EMISMNT maintains the emissions factor file - revised     *
      * program terms can be loaded ahead of their effective date     *
      * and only apply to projects installed on or after it.  The     *
      * per-unit incentive must be positive, the VSD horsepower       *
      * incentive and the capital cap percent may not be negative,    *
      * and the effective date must be a real calendar date;          *
      * duplicate adds and deletes of missing records are refused,    *
      * and every change is written to a before/after maintenance     *
      * report.                                                       *
      *****************************************************************

       identification division.
       program-id.   incmnt.

       environment division.
       input-output section.
       file-control.
           select optional incentive-file assign to "INCENTV"
               organization is indexed
               access mode is random
               record key is inc-incentive-key
               file status is inc-file-status.
           select optional session-file assign to "OPERSESS"
               organization is line sequential
               file status is oss-file-status.
           select optional journal-file assign to "CHGJRNL"
               organization is indexed
               access mode is random
               record key is jrn-journal-key
               file status is jrn-file-status.
           select optional print-file assign to "INCMRPT"
               organization is line sequential
               file status is rpt-file-status.

       data division.
       file section.
       fd  incentive-file
           label records are standard.
       copy "incentv.cpy".

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
              05 MAINT-FUEL-TYPE   PIC X(04).
              05 MAINT-EFFECTIVE-DATE
                                   PIC 9(08).

      *****************************************************************
      * REDEFINED VIEW OF THE EFFECTIVE DATE SO THE MONTH AND DAY    *
      * CAN BE RANGE-CHECKED BEFORE THE RECORD IS STORED.            *
      *****************************************************************
              05 MAINT-EFF-PARTS REDEFINES MAINT-EFFECTIVE-DATE.
                     10 MAINT-EFF-YEAR    PIC 9(04).
                     10 MAINT-EFF-MONTH   PIC 9(02).
                     10 MAINT-EFF-DAY     PIC 9(02).
              05 MAINT-PROGRAM-NAME
                                   PIC X(20).
              05 MAINT-PER-UNIT    PIC S9(3)V9999 USAGE COMP.
              05 MAINT-PER-VSD-HP  PIC S9(5)V99 USAGE COMP.
              05 MAINT-CAP-PCT     PIC S9(03) USAGE COMP.
              05 OPERATOR-ID       PIC X(08).

       01 BEFORE-IMAGE.
              05 BEF-PROGRAM-NAME  PIC X(20).
              05 BEF-PER-UNIT      PIC S9(3)V9999 USAGE COMP.
              05 BEF-PER-VSD-HP    PIC S9(5)V99 USAGE COMP.
              05 BEF-CAP-PCT       PIC 9(03).

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

       01 INC-FILE-STATUS         PIC X(02).
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
                                    VALUE "INCENTIVE PROGRAM UPDATE".
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
              05 FILLER            PIC X(09) VALUE "FUEL TYPE".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(09) VALUE "EFF. DATE".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(07) VALUE "OLD/NEW".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(20) VALUE "PROGRAM".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE "PER UNIT".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(10) VALUE "PER VSD HP".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(05) VALUE "CAP %".

       01 RPT-DETAIL-LINE.
              05 RPT-ACTION-OUT    PIC X(06).
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-FUEL-OUT      PIC X(04).
              05 FILLER            PIC X(09) VALUE SPACES.
              05 RPT-EFF-DATE-OUT  PIC 9(08).
              05 FILLER            PIC X(05) VALUE SPACES.
              05 RPT-OLD-NEW-OUT   PIC X(07).
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-PROGRAM-OUT   PIC X(20).
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-PER-UNIT-OUT  PIC ZZ9.9999.
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-PER-HP-OUT    PIC ZZ,ZZ9.99.
              05 FILLER            PIC X(05) VALUE SPACES.
              05 RPT-CAP-PCT-OUT   PIC ZZ9.

       01 RPT-TOTAL-LINE.
              05 FILLER            PIC X(20)
                                    VALUE "CHANGES THIS RUN:  ".
              05 RPT-COUNT-OUT     PIC ZZZZ9.

       01 SWITCHES.
              05 INCENTIVE-FOUND-SW
                                   PIC X(01) VALUE "N".
                     88 INCENTIVE-FOUND VALUE "Y".
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
              move "N" to incentive-found-sw
              move "Y" to valid-input-sw
              move 0 to page-count
              move 99 to line-count
              move 0 to change-count
              accept rpt-run-date from date yyyymmdd
              accept rpt-run-time from time
              open i-o incentive-file
              if inc-file-status = "35"
                     open output incentive-file
                     close incentive-file
                     open i-o incentive-file
              end-if
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
              display "UTILITY INCENTIVE PROGRAM TABLE MAINTENANCE"
              perform read-session
              perform write-report-heading.

       select-action.
              display spaces
              display "A - Add effective-dated incentive terms"
              display "C - Change incentive terms already on file"
              display "D - Delete incentive terms from the file"
              display "X - Exit"
              display spaces
              display "Select an action: "
              accept maint-action
              if maint-action = "X" or "x"
                     go to end-program
              end-if
              if maint-action = "A" or "a"
                     go to add-incentive
              end-if
              if maint-action = "C" or "c"
                     go to change-incentive
              end-if
              if maint-action = "D" or "d"
                     go to delete-incentive
              end-if
              display "Invalid selection"
              go to select-action.

      *****************************************************************
      * ADD-INCENTIVE REFUSES A FUEL TYPE/EFFECTIVE DATE PAIR ALREADY *
      * ON THE FILE - A KEYING SLIP MUST NOT SILENTLY OVERLAY TERMS   *
      * ALREADY IN FORCE.                                             *
      *****************************************************************
       add-incentive.
              perform accept-incentive-key
              if maint-fuel-type = spaces
                     go to select-action
              end-if
              if not valid-maint-input
                     go to select-action
              end-if
              perform lookup-incentive
              if incentive-found
                     display "Incentive for " maint-fuel-type
                             " effective " maint-effective-date
                             " is already on file - add refused"
                     go to select-action
              end-if
              perform accept-incentive-values
              if not valid-maint-input
                     go to select-action
              end-if
              move maint-fuel-type to inc-fuel-type
              move maint-effective-date to inc-effective-date
              perform store-incentive-values
              write incentive-table-record
                  invalid key
                         display "Add of " maint-fuel-type
                                 " failed - file status "
                                 inc-file-status
                  not invalid key
                         display "Incentive for " maint-fuel-type
                                 " effective " maint-effective-date
                                 " added"
                         move "ADD" to journal-action
                         move spaces to journal-before
                         move incentive-table-record to journal-after
                         perform write-journal-entry
                         add 1 to change-count
                         move "ADD" to rpt-action-out
                         perform write-report-after
              end-write
              go to select-action.

      *****************************************************************
      * CHANGE-INCENTIVE SHOWS THE TERMS CURRENTLY ON FILE FOR THE    *
      * KEYED FUEL TYPE/EFFECTIVE DATE, ACCEPTS REPLACEMENTS, AND     *
      * REPORTS BOTH THE BEFORE AND AFTER IMAGES.                     *
      *****************************************************************
       change-incentive.
              perform accept-incentive-key
              if maint-fuel-type = spaces
                     go to select-action
              end-if
              if not valid-maint-input
                     go to select-action
              end-if
              perform lookup-incentive
              if not incentive-found
                     display "Incentive for " maint-fuel-type
                             " effective " maint-effective-date
                             " is not on file - change refused"
                     go to select-action
              end-if
              perform save-before-image
              display "Current program name:    " inc-program-name
              display "Current per unit saved:  " inc-per-unit
              display "Current per VSD HP:      " inc-per-vsd-hp
              display "Current capital cap %:   " inc-cap-pct
              perform accept-incentive-values
              if not valid-maint-input
                     go to select-action
              end-if
              perform store-incentive-values
              rewrite incentive-table-record
                  invalid key
                         display "Change of " maint-fuel-type
                                 " failed - file status "
                                 inc-file-status
                  not invalid key
                         display "Incentive for " maint-fuel-type
                                 " effective " maint-effective-date
                                 " changed"
                         move "CHANGE" to journal-action
                         move incentive-table-record to journal-after
                         perform write-journal-entry
                         add 1 to change-count
                         move "CHANGE" to rpt-action-out
                         perform write-report-before
                         perform write-report-after
              end-rewrite
              go to select-action.

      *****************************************************************
      * DELETE-INCENTIVE REFUSES A KEY NOT ON THE FILE AND REPORTS    *
      * THE TERMS AS THEY STOOD BEFORE THEY WERE REMOVED.             *
      *****************************************************************
       delete-incentive.
              perform accept-incentive-key
              if maint-fuel-type = spaces
                     go to select-action
              end-if
              if not valid-maint-input
                     go to select-action
              end-if
              perform lookup-incentive
              if not incentive-found
                     display "Incentive for " maint-fuel-type
                             " effective " maint-effective-date
                             " is not on file - delete refused"
                     go to select-action
              end-if
              perform save-before-image
              delete incentive-file
                  invalid key
                         display "Delete of " maint-fuel-type
                                 " failed - file status "
                                 inc-file-status
                  not invalid key
                         display "Incentive for " maint-fuel-type
                                 " effective " maint-effective-date
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
              close incentive-file
              close journal-file
              close print-file
              goback.

      *****************************************************************
      * ACCEPT-INCENTIVE-KEY PROMPTS FOR THE FUEL TYPE AND THE        *
      * EFFECTIVE DATE AND CHECKS THE DATE IS A REAL CALENDAR DATE    *
      * BEFORE ANY FILE ACTION IS TAKEN.                              *
      *****************************************************************
       accept-incentive-key.
              move "Y" to valid-input-sw
              display spaces
              display "Enter fuel type (blank to cancel): "
              accept maint-fuel-type
              if maint-fuel-type not = spaces
                     display "Enter effective date (YYYYMMDD): "
                     accept maint-effective-date
                     perform validate-effective-date
              end-if.

       validate-effective-date.
              if maint-eff-year < 1900
                     display "Effective date year must be 1900 or "
                             "later - entry refused"
                     move "N" to valid-input-sw
              end-if
              if maint-eff-month < 1 or maint-eff-month > 12
                     display "Effective date month must be 01 - 12 "
                             "- entry refused"
                     move "N" to valid-input-sw
              end-if
              if maint-eff-day < 1 or maint-eff-day > 31
                     display "Effective date day must be 01 - 31 "
                             "- entry refused"
                     move "N" to valid-input-sw
              end-if.

      *****************************************************************
      * ACCEPT-INCENTIVE-VALUES PROMPTS FOR THE PROGRAM TERMS.  THE   *
      * PER-UNIT INCENTIVE MUST BE POSITIVE; THE VSD HORSEPOWER       *
      * INCENTIVE (ZERO WHERE THE FUEL HAS NONE) AND THE CAPITAL CAP  *
      * PERCENT (ZERO FOR NO CAP) MAY NOT BE NEGATIVE, AND THE CAP    *
      * CANNOT EXCEED 100 PERCENT OF THE PROJECT COST.                *
      *****************************************************************
       accept-incentive-values.
              move "Y" to valid-input-sw
              display "Enter incentive program name: "
              accept maint-program-name
              display "Enter incentive per unit of fuel saved: "
              accept maint-per-unit
              display "Enter incentive per HP of VSD installed "
                      "(zero for none): "
              accept maint-per-vsd-hp
              display "Enter cap as % of project capital "
                      "(zero for no cap): "
              accept maint-cap-pct
              if maint-per-unit <= 0
                     display "Incentive per unit must be greater "
                             "than zero - entry refused"
                     move "N" to valid-input-sw
              end-if
              if maint-per-vsd-hp < 0
                     display "Incentive per VSD HP may not be "
                             "negative - entry refused"
                     move "N" to valid-input-sw
              end-if
              if maint-cap-pct < 0 or maint-cap-pct > 100
                     display "Capital cap must be 0 - 100 % "
                             "- entry refused"
                     move "N" to valid-input-sw
              end-if.

       store-incentive-values.
              move maint-program-name to inc-program-name
              move maint-per-unit to inc-per-unit
              move maint-per-vsd-hp to inc-per-vsd-hp
              move maint-cap-pct to inc-cap-pct.

       save-before-image.
              move inc-program-name to bef-program-name
              move inc-per-unit to bef-per-unit
              move inc-per-vsd-hp to bef-per-vsd-hp
              move inc-cap-pct to bef-cap-pct.

       lookup-incentive.
              move "N" to incentive-found-sw
              move maint-fuel-type to inc-fuel-type
              move maint-effective-date to inc-effective-date
              read incentive-file
                  invalid key
                         move "N" to incentive-found-sw
                  not invalid key
                         move "Y" to incentive-found-sw
                         move incentive-table-record
                              to journal-before
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
              move "INCENTV" to jrn-master-name
              move inc-incentive-key to jrn-record-key
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
      * MAINTENANCE REPORT.  A CHANGE PRINTS TWO LINES - THE TERMS AS *
      * THEY STOOD (BEFORE) AND AS THEY WERE STORED (AFTER) - SO THE  *
      * AUDITOR CAN SEE EXACTLY WHAT MOVED.                           *
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
              move maint-fuel-type to rpt-fuel-out
              move maint-effective-date to rpt-eff-date-out
              move "BEFORE" to rpt-old-new-out
              move bef-program-name to rpt-program-out
              move bef-per-unit to rpt-per-unit-out
              move bef-per-vsd-hp to rpt-per-hp-out
              move bef-cap-pct to rpt-cap-pct-out
              move rpt-detail-line to print-line
              write print-record after advancing 1
              add 1 to line-count.

       write-report-after.
              if line-count >= lines-per-page
                     perform write-report-heading
              end-if
              move maint-fuel-type to rpt-fuel-out
              move maint-effective-date to rpt-eff-date-out
              move "AFTER" to rpt-old-new-out
              move inc-program-name to rpt-program-out
              move inc-per-unit to rpt-per-unit-out
              move inc-per-vsd-hp to rpt-per-hp-out
              move inc-cap-pct to rpt-cap-pct-out
              move rpt-detail-line to print-line
              write print-record after advancing 1
              add 1 to line-count.

       write-report-total.
              move spaces to print-line
              write print-record after advancing 1
              move change-count to rpt-count-out
              move rpt-total-line to print-line
              write print-record after advancing 1.
