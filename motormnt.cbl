      *****************************************************************
      * MOTOR CATALOG MAINTENANCE                                     *
      *                                                               *
      * Adds, changes, and deletes records on the MOTORCAT premium-   *
      * efficiency motor catalog that MOTORSAV prices replacements    *
      * from, so the vendor catalog lives inside the application.     *
      * Each motor is keyed by horsepower, synchronous speed and      *
      * enclosure; the horsepower and speed must be positive, the     *
      * enclosure must be ODP, TEFC or EXPL, the nominal efficiency   *
      * must be a whole percent below 100, and the price must be      *
      * positive.  Duplicate adds and deletes of missing motors are   *
      * refused, and every change is written to a before/after        *
      * maintenance report.                                           *
      *****************************************************************

       identification division.
       program-id.   motormnt.

       environment division.
       input-output section.
       file-control.
           select optional motor-catalog-file assign to "MOTORCAT"
               organization is indexed
               access mode is random
               record key is mtc-catalog-key
               file status is mtc-file-status.
           select optional session-file assign to "OPERSESS"
               organization is line sequential
               file status is oss-file-status.
           select optional journal-file assign to "CHGJRNL"
               organization is indexed
               access mode is random
               record key is jrn-journal-key
               file status is jrn-file-status.
           select optional print-file assign to "MTCMRPT"
               organization is line sequential
               file status is rpt-file-status.

       data division.
       file section.
       fd  motor-catalog-file
           label records are standard.
       copy "motorcat.cpy".

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
              05 MAINT-CATALOG-KEY.
                     10 MAINT-HP          PIC 9(04)V99.
                     10 MAINT-SPEED       PIC 9(04).
                     10 MAINT-ENCLOSURE   PIC X(04).
                            88 VALID-ENCLOSURE VALUE "ODP " "TEFC"
                                                     "EXPL".
              05 MAINT-NOMINAL-EFF PIC S99V99 USAGE COMP.
              05 MAINT-PRICE       PIC S9(7)V99 USAGE COMP.
              05 OPERATOR-ID       PIC X(08).

       01 BEFORE-IMAGE.
              05 BEF-NOMINAL-EFF   PIC S99V99 USAGE COMP.
              05 BEF-PRICE         PIC S9(7)V99 USAGE COMP.

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

       01 MTC-FILE-STATUS         PIC X(02).
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
                                    VALUE "MOTOR CATALOG UPDATE".
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
              05 FILLER            PIC X(07) VALUE "   H.P.".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(05) VALUE "SPEED".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(04) VALUE "ENCL".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(07) VALUE "OLD/NEW".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(05) VALUE "EFF %".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(13) VALUE "        PRICE".

       01 RPT-DETAIL-LINE.
              05 RPT-ACTION-OUT    PIC X(06).
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-HP-OUT        PIC ZZZ9.99.
              05 FILLER            PIC X(05) VALUE SPACES.
              05 RPT-SPEED-OUT     PIC ZZZ9.
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-ENCL-OUT      PIC X(04).
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-OLD-NEW-OUT   PIC X(07).
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-EFF-OUT       PIC Z9.99.
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-PRICE-OUT     PIC $$,$$$,$$9.99.

       01 RPT-TOTAL-LINE.
              05 FILLER            PIC X(20)
                                    VALUE "CHANGES THIS RUN:  ".
              05 RPT-COUNT-OUT     PIC ZZZZ9.

       01 SWITCHES.
              05 MOTOR-FOUND-SW    PIC X(01) VALUE "N".
                     88 MOTOR-FOUND VALUE "Y".
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
              move "N" to motor-found-sw
              move "Y" to valid-input-sw
              move 0 to page-count
              move 99 to line-count
              move 0 to change-count
              accept rpt-run-date from date yyyymmdd
              accept rpt-run-time from time
              open i-o motor-catalog-file
              if mtc-file-status = "35"
                     open output motor-catalog-file
                     close motor-catalog-file
                     open i-o motor-catalog-file
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
              display "MOTOR CATALOG MAINTENANCE"
              perform read-session
              perform write-report-heading.

       select-action.
              display spaces
              display "A - Add a motor catalog record"
              display "C - Change a motor catalog record"
              display "D - Delete a motor catalog record"
              display "X - Exit"
              display spaces
              display "Select an action: "
              accept maint-action
              if maint-action = "X" or "x"
                     go to end-program
              end-if
              if maint-action = "A" or "a"
                     go to add-motor
              end-if
              if maint-action = "C" or "c"
                     go to change-motor
              end-if
              if maint-action = "D" or "d"
                     go to delete-motor
              end-if
              display "Invalid selection"
              go to select-action.

      *****************************************************************
      * ADD-MOTOR REFUSES A MOTOR ALREADY ON THE CATALOG - A KEYING  *
      * SLIP MUST NOT SILENTLY OVERLAY ANOTHER MOTOR'S EFFICIENCY    *
      * AND PRICE.                                                   *
      *****************************************************************
       add-motor.
              perform accept-catalog-key
              if maint-hp = 0
                     go to select-action
              end-if
              if not valid-maint-input
                     go to select-action
              end-if
              perform lookup-motor
              if motor-found
                     display "Motor " maint-catalog-key " is already "
                             "on the catalog - add refused"
                     go to select-action
              end-if
              perform accept-motor-fields
              if not valid-maint-input
                     go to select-action
              end-if
              move maint-catalog-key to mtc-catalog-key
              move maint-nominal-eff to mtc-nominal-eff
              move maint-price to mtc-price
              write motor-catalog-record
                  invalid key
                         display "Add of " maint-catalog-key
                                 " failed - file status "
                                 mtc-file-status
                  not invalid key
                         display "Motor " maint-catalog-key " added"
                         move "ADD" to journal-action
                         move spaces to journal-before
                         move motor-catalog-record to journal-after
                         perform write-journal-entry
                         add 1 to change-count
                         move "ADD" to rpt-action-out
                         perform write-report-after
              end-write
              go to select-action.

      *****************************************************************
      * CHANGE-MOTOR SHOWS THE CURRENT CATALOG VALUES, ACCEPTS       *
      * REPLACEMENTS, AND REPORTS BOTH THE BEFORE AND AFTER IMAGES.  *
      *****************************************************************
       change-motor.
              perform accept-catalog-key
              if maint-hp = 0
                     go to select-action
              end-if
              if not valid-maint-input
                     go to select-action
              end-if
              perform lookup-motor
              if not motor-found
                     display "Motor " maint-catalog-key " is not on "
                             "the catalog - change refused"
                     go to select-action
              end-if
              perform save-before-image
              display "Current nominal eff.: " mtc-nominal-eff
              display "Current price:        " mtc-price
              perform accept-motor-fields
              if not valid-maint-input
                     go to select-action
              end-if
              move maint-nominal-eff to mtc-nominal-eff
              move maint-price to mtc-price
              rewrite motor-catalog-record
                  invalid key
                         display "Change of " maint-catalog-key
                                 " failed - file status "
                                 mtc-file-status
                  not invalid key
                         display "Motor " maint-catalog-key
                                 " changed"
                         move "CHANGE" to journal-action
                         move motor-catalog-record to journal-after
                         perform write-journal-entry
                         add 1 to change-count
                         move "CHANGE" to rpt-action-out
                         perform write-report-before
                         perform write-report-after
              end-rewrite
              go to select-action.

      *****************************************************************
      * DELETE-MOTOR REFUSES A MOTOR NOT ON THE CATALOG AND REPORTS  *
      * THE RECORD AS IT STOOD BEFORE IT WAS REMOVED.                 *
      *****************************************************************
       delete-motor.
              perform accept-catalog-key
              if maint-hp = 0
                     go to select-action
              end-if
              if not valid-maint-input
                     go to select-action
              end-if
              perform lookup-motor
              if not motor-found
                     display "Motor " maint-catalog-key " is not on "
                             "the catalog - delete refused"
                     go to select-action
              end-if
              perform save-before-image
              delete motor-catalog-file
                  invalid key
                         display "Delete of " maint-catalog-key
                                 " failed - file status "
                                 mtc-file-status
                  not invalid key
                         display "Motor " maint-catalog-key
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
              close motor-catalog-file
              close journal-file
              close print-file
              goback.

      *****************************************************************
      * ACCEPT-CATALOG-KEY PROMPTS FOR THE THREE KEY FIELDS.  A ZERO  *
      * HORSEPOWER CANCELS; A ZERO SPEED OR AN ENCLOSURE OTHER THAN   *
      * ODP, TEFC OR EXPL IS REFUSED BEFORE THE CATALOG IS READ.      *
      *****************************************************************
       accept-catalog-key.
              move "Y" to valid-input-sw
              display spaces
              display "Enter horsepower (zero to cancel): "
              accept maint-hp
              if maint-hp not = 0
                     display "Enter synchronous speed (RPM): "
                     accept maint-speed
                     if maint-speed = 0
                            display "Speed must be greater than zero "
                                    "- entry refused"
                            move "N" to valid-input-sw
                     end-if
                     display "Enter enclosure (ODP, TEFC, EXPL): "
                     accept maint-enclosure
                     inspect maint-enclosure converting
                             "abcdefghijklmnopqrstuvwxyz" to
                             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                     if not valid-enclosure
                            display "Enclosure must be ODP, TEFC or "
                                    "EXPL - entry refused"
                            move "N" to valid-input-sw
                     end-if
              end-if.

      *****************************************************************
      * ACCEPT-MOTOR-FIELDS PROMPTS FOR THE NOMINAL EFFICIENCY AND   *
      * PRICE AND RANGE-CHECKS THEM THE SAME WAY THE CALCULATORS     *
      * CHECK AN EFFICIENCY - A WHOLE PERCENT, NOT A DECIMAL.        *
      *****************************************************************
       accept-motor-fields.
              move "Y" to valid-input-sw
              display spaces
              display "Enter nominal efficiency %: "
              accept maint-nominal-eff
              if maint-nominal-eff < 1 or maint-nominal-eff > 99.99
                     display "Nominal efficiency must be a whole "
                             "percent between 1 and 99.99 - entry "
                             "refused"
                     move "N" to valid-input-sw
              end-if
              display "Enter price: "
              accept maint-price
              if maint-price <= 0
                     display "Price must be greater than zero - "
                             "entry refused"
                     move "N" to valid-input-sw
              end-if.

       lookup-motor.
              move "N" to motor-found-sw
              move maint-catalog-key to mtc-catalog-key
              read motor-catalog-file
                  invalid key
                         move "N" to motor-found-sw
                  not invalid key
                         move "Y" to motor-found-sw
                         move motor-catalog-record
                              to journal-before
              end-read.

       save-before-image.
              move mtc-nominal-eff to bef-nominal-eff
              move mtc-price to bef-price.

      *****************************************************************
      * WRITE-JOURNAL-ENTRY RECORDS THE CHANGE JUST MADE ON THE       *
      * SHARED CHGJRNL CHANGE JOURNAL - MASTER NAME, RECORD KEY,      *
      * ACTION, DATE, TIME, OPERATOR, AND THE BEFORE AND AFTER        *
      * IMAGES.  THE SEQUENCE NUMBER STEPS PAST AN ENTRY ALREADY ON   *
      * FILE FOR THE SAME RECORD AT THE SAME TIME - A DUPLICATE KEY   *
      * ONLY MEANS TWO CHANGES INSIDE ONE HUNDREDTH OF A SECOND.      *
      *****************************************************************
       write-journal-entry.
              move "MOTORCAT" to jrn-master-name
              move mtc-catalog-key to jrn-record-key
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
      * MAINTENANCE REPORT.  A CHANGE PRINTS TWO LINES - THE RECORD   *
      * AS IT STOOD (BEFORE) AND AS IT WAS STORED (AFTER) - SO THE    *
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
              move maint-hp to rpt-hp-out
              move maint-speed to rpt-speed-out
              move maint-enclosure to rpt-encl-out
              move "BEFORE" to rpt-old-new-out
              move bef-nominal-eff to rpt-eff-out
              move bef-price to rpt-price-out
              move rpt-detail-line to print-line
              write print-record after advancing 1
              add 1 to line-count.

       write-report-after.
              if line-count >= lines-per-page
                     perform write-report-heading
              end-if
              move maint-hp to rpt-hp-out
              move maint-speed to rpt-speed-out
              move maint-enclosure to rpt-encl-out
              move "AFTER" to rpt-old-new-out
              move mtc-nominal-eff to rpt-eff-out
              move mtc-price to rpt-price-out
              move rpt-detail-line to print-line
              write print-record after advancing 1
              add 1 to line-count.

       write-report-total.
              move spaces to print-line
              write print-record after advancing 1
              move change-count to rpt-count-out
              move rpt-total-line to print-line
              write print-record after advancing 1.
