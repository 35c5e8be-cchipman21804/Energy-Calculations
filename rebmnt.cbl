      *****************************************************************
      * UTILITY REBATE TRACKING MAINTENANCE                           *
      *                                                               *
      * Records each step of a project's utility rebate on the        *
      * REBTRACK tracking file as it happens - the application (date  *
      * and amount claimed), the utility's approval (amount           *
      * approved), the cheque (date paid), or a denial - so REBCALC's *
      * aging report can chase what is still owed and PAYBACK can     *
      * net the rebates actually received off each project's          *
      * capital.  Steps must come in order (an approval needs an      *
      * application, a payment needs an approval), dates must be      *
      * real calendar dates, and every change is journaled and        *
      * written to a before/after maintenance report.  The fuel type  *
      * a rebate is worked out on can also be set here for a project  *
      * REBCALC cannot place from its own history.                    *
      *****************************************************************

       identification division.
       program-id.   rebmnt.

       environment division.
       input-output section.
       file-control.
           select optional rebate-file assign to "REBTRACK"
               organization is indexed
               access mode is random
               record key is reb-project-no
               file status is reb-file-status.
           select optional project-master-file assign to "PROJMST"
               organization is indexed
               access mode is random
               record key is prj-project-no
               file status is prj-file-status.
           select optional equip-master-file assign to "EQUIPMST"
               organization is indexed
               access mode is random
               record key is eqm-equip-id
               file status is eqm-file-status.
           select optional session-file assign to "OPERSESS"
               organization is line sequential
               file status is oss-file-status.
           select optional journal-file assign to "CHGJRNL"
               organization is indexed
               access mode is random
               record key is jrn-journal-key
               file status is jrn-file-status.
           select optional print-file assign to "REBMRPT"
               organization is line sequential
               file status is rpt-file-status.

       data division.
       file section.
       fd  rebate-file
           label records are standard.
       copy "rebtrack.cpy".

       fd  project-master-file
           label records are standard.
       copy "projmst.cpy".

       fd  equip-master-file
           label records are standard.
       copy "equipmst.cpy".

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
              05 MAINT-PROJECT-NO  PIC X(08).
              05 MAINT-DATE        PIC 9(08).

      *****************************************************************
      * REDEFINED VIEW OF THE KEYED DATE SO THE MONTH AND DAY CAN BE *
      * RANGE-CHECKED BEFORE THE RECORD IS STORED.                   *
      *****************************************************************
              05 MAINT-DATE-PARTS REDEFINES MAINT-DATE.
                     10 MAINT-DATE-YEAR   PIC 9(04).
                     10 MAINT-DATE-MONTH  PIC 9(02).
                     10 MAINT-DATE-DAY    PIC 9(02).
              05 MAINT-AMOUNT      PIC S9(7)V99 USAGE COMP.
              05 MAINT-FUEL-TYPE   PIC X(04).
              05 OPERATOR-ID       PIC X(08).

       01 BEFORE-IMAGE.
              05 BEF-STATUS        PIC X(01).
              05 BEF-FUEL-TYPE     PIC X(04).
              05 BEF-APPLY-DATE    PIC 9(08).
              05 BEF-CLAIMED       PIC S9(7)V99 USAGE COMP.
              05 BEF-APPROVED      PIC S9(7)V99 USAGE COMP.
              05 BEF-PAID-DATE     PIC 9(08).

       01 SHORT-AMOUNT            PIC S9(7)V99 USAGE COMP.

      *****************************************************************
      * CHANGE JOURNAL FIELDS.  EVERY CHANGE IS ALSO WRITTEN TO THE   *
      * SHARED CHGJRNL JOURNAL WITH THE RECORD'S BEFORE AND AFTER     *
      * IMAGES, SO ANY MASTER RECORD'S HISTORY CAN BE READ BACK - OR  *
      * THE RECORD REBUILT AS OF A DATE - FROM ONE PLACE INSTEAD OF   *
      * FROM EACH PROGRAM'S MAINTENANCE REPORT.                       *
      *****************************************************************
       01 JOURNAL-FIELDS.
              05 JOURNAL-ACTION    PIC X(06).
              05 JOURNAL-BEFORE    PIC X(120).
              05 JOURNAL-AFTER     PIC X(120).

       01 REB-FILE-STATUS         PIC X(02).
       01 PRJ-FILE-STATUS         PIC X(02).
       01 EQM-FILE-STATUS         PIC X(02).
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
                                    VALUE "REBATE TRACKING UPDATE".
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
              05 FILLER            PIC X(08) VALUE "PROJECT".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(07) VALUE "OLD/NEW".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(04) VALUE "STAT".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(04) VALUE "FUEL".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE "APPLIED".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(13) VALUE "      CLAIMED".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(13) VALUE "     APPROVED".
              05 FILLER            PIC X(04) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE "PAID".

       01 RPT-DETAIL-LINE.
              05 RPT-ACTION-OUT    PIC X(06).
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-PROJECT-OUT   PIC X(08).
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-OLD-NEW-OUT   PIC X(07).
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-STATUS-OUT    PIC X(01).
              05 FILLER            PIC X(05) VALUE SPACES.
              05 RPT-FUEL-OUT      PIC X(04).
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-APPLY-OUT     PIC 9(08).
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-CLAIMED-OUT   PIC $$,$$$,$$9.99.
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-APPROVED-OUT  PIC $$,$$$,$$9.99.
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-PAID-OUT      PIC 9(08).

       01 RPT-TOTAL-LINE.
              05 FILLER            PIC X(20)
                                    VALUE "CHANGES THIS RUN:  ".
              05 RPT-COUNT-OUT     PIC ZZZZ9.

       01 SWITCHES.
              05 REBATE-FOUND-SW   PIC X(01) VALUE "N".
                     88 REBATE-FOUND VALUE "Y".
              05 PROJECT-FOUND-SW  PIC X(01) VALUE "N".
                     88 PROJECT-FOUND VALUE "Y".
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
              move "N" to rebate-found-sw
              move "N" to project-found-sw
              move "Y" to valid-input-sw
              move 0 to page-count
              move 99 to line-count
              move 0 to change-count
              accept rpt-run-date from date yyyymmdd
              accept rpt-run-time from time
              open i-o rebate-file
              if reb-file-status = "35"
                     open output rebate-file
                     close rebate-file
                     open i-o rebate-file
              end-if
              open input project-master-file
              open input equip-master-file
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
              display "UTILITY REBATE TRACKING MAINTENANCE"
              perform read-session
              perform write-report-heading.

       select-action.
              display spaces
              display "A - Record a rebate application"
              display "V - Record the utility's approval"
              display "P - Record the rebate payment received"
              display "N - Record a denial"
              display "F - Set the fuel type a rebate is worked on"
              display "X - Exit"
              display spaces
              display "Select an action: "
              accept maint-action
              if maint-action = "X" or "x"
                     go to end-program
              end-if
              if maint-action = "A" or "a"
                     go to record-application
              end-if
              if maint-action = "V" or "v"
                     go to record-approval
              end-if
              if maint-action = "P" or "p"
                     go to record-payment
              end-if
              if maint-action = "N" or "n"
                     go to record-denial
              end-if
              if maint-action = "F" or "f"
                     go to set-fuel-type
              end-if
              display "Invalid selection"
              go to select-action.

      *****************************************************************
      * RECORD-APPLICATION STORES THE APPLICATION DATE AND THE AMOUNT *
      * CLAIMED.  A PROJECT REBCALC HAS NOT YET PICKED UP IS ADDED    *
      * HERE, PROVIDED IT IS ON PROJMST; A PROJECT ALREADY APPLIED    *
      * FOR IS REFUSED.                                               *
      *****************************************************************
       record-application.
              perform accept-project-key
              if maint-project-no = spaces
                     go to select-action
              end-if
              perform lookup-rebate
              if not rebate-found
                     perform lookup-project
                     if not project-found
                            display "Project " maint-project-no
                                    " is not on PROJMST - "
                                    "application refused"
                            go to select-action
                     end-if
              else
                     if reb-status not = "E"
                            display "Project " maint-project-no
                                    " already has an application "
                                    "(status " reb-status
                                    ") - application refused"
                            go to select-action
                     end-if
                     display "Eligible rebate (last REBCALC run): "
                             reb-eligible
              end-if
              display "Enter application date (YYYYMMDD): "
              accept maint-date
              perform validate-maint-date
              if not valid-maint-input
                     go to select-action
              end-if
              display "Enter amount claimed: "
              accept maint-amount
              if maint-amount <= 0
                     display "Amount claimed must be greater than "
                             "zero - entry refused"
                     go to select-action
              end-if
              if not rebate-found
                     perform build-new-rebate
              end-if
              move maint-date to reb-apply-date
              move maint-amount to reb-claimed
              move "A" to reb-status
              move "APPLY" to rpt-action-out
              perform store-rebate-change
              go to select-action.

      *****************************************************************
      * RECORD-APPROVAL STORES THE AMOUNT THE UTILITY APPROVED AND    *
      * WARNS WHEN IT IS SHORT OF THE CLAIM.  ONLY A PROJECT WITH AN  *
      * APPLICATION OUTSTANDING CAN BE APPROVED.                      *
      *****************************************************************
       record-approval.
              perform accept-project-key
              if maint-project-no = spaces
                     go to select-action
              end-if
              perform lookup-rebate
              if not rebate-found or reb-status not = "A"
                     display "Project " maint-project-no
                             " has no application awaiting a "
                             "decision - approval refused"
                     go to select-action
              end-if
              display "Amount claimed: " reb-claimed
              display "Enter amount approved: "
              accept maint-amount
              if maint-amount <= 0
                     display "Amount approved must be greater than "
                             "zero (use N for a denial) - entry "
                             "refused"
                     go to select-action
              end-if
              if maint-amount < reb-claimed
                     subtract maint-amount from reb-claimed
                         giving short-amount
                     display "Approved short of the claim by "
                             short-amount
              end-if
              move maint-amount to reb-approved
              move "V" to reb-status
              move "APPRV" to rpt-action-out
              perform store-rebate-change
              go to select-action.

      *****************************************************************
      * RECORD-PAYMENT STORES THE DATE THE APPROVED REBATE WAS        *
      * RECEIVED.  ONLY AN APPROVED, UNPAID REBATE CAN BE PAID, AND   *
      * NOT BEFORE IT WAS APPLIED FOR.                                *
      *****************************************************************
       record-payment.
              perform accept-project-key
              if maint-project-no = spaces
                     go to select-action
              end-if
              perform lookup-rebate
              if not rebate-found or reb-status not = "V"
                     display "Project " maint-project-no
                             " has no approved, unpaid rebate - "
                             "payment refused"
                     go to select-action
              end-if
              display "Amount approved: " reb-approved
              display "Enter date paid (YYYYMMDD): "
              accept maint-date
              perform validate-maint-date
              if valid-maint-input
                 and maint-date < reb-apply-date
                     display "Date paid is before the application "
                             "date - entry refused"
                     move "N" to valid-input-sw
              end-if
              if not valid-maint-input
                     go to select-action
              end-if
              move maint-date to reb-paid-date
              move "P" to reb-status
              move "PAID" to rpt-action-out
              perform store-rebate-change
              go to select-action.

      *****************************************************************
      * RECORD-DENIAL CLOSES AN APPLICATION THE UTILITY TURNED DOWN - *
      * WHETHER STILL PENDING OR APPROVED AND THEN WITHDRAWN.         *
      *****************************************************************
       record-denial.
              perform accept-project-key
              if maint-project-no = spaces
                     go to select-action
              end-if
              perform lookup-rebate
              if not rebate-found
                 or (reb-status not = "A" and reb-status not = "V")
                     display "Project " maint-project-no
                             " has no open application - denial "
                             "refused"
                     go to select-action
              end-if
              move 0 to reb-approved
              move "D" to reb-status
              move "DENY" to rpt-action-out
              perform store-rebate-change
              go to select-action.

      *****************************************************************
      * SET-FUEL-TYPE FIXES THE FUEL TYPE A PROJECT'S REBATE IS       *
      * WORKED OUT ON, FOR A FUELSAVE PROJECT WITH NO METERACT        *
      * HISTORY FOR REBCALC TO TAKE IT FROM.  ONCE APPLIED FOR, THE   *
      * BASIS OF THE CLAIM IS FIXED AND THE FUEL CANNOT BE CHANGED.   *
      *****************************************************************
       set-fuel-type.
              perform accept-project-key
              if maint-project-no = spaces
                     go to select-action
              end-if
              perform lookup-rebate
              if rebate-found
                     if reb-status not = "E"
                            display "Project " maint-project-no
                                    " has already been applied for "
                                    "- change refused"
                            go to select-action
                     end-if
                     display "Current fuel type: " reb-fuel-type
              else
                     perform lookup-project
                     if not project-found
                            display "Project " maint-project-no
                                    " is not on PROJMST - change "
                                    "refused"
                            go to select-action
                     end-if
              end-if
              display "Enter fuel type: "
              accept maint-fuel-type
              if maint-fuel-type = spaces
                     display "Fuel type may not be blank - entry "
                             "refused"
                     go to select-action
              end-if
              if not rebate-found
                     perform build-new-rebate
              end-if
              move maint-fuel-type to reb-fuel-type
              move "FUEL" to rpt-action-out
              perform store-rebate-change
              go to select-action.

       end-program.
              perform write-report-total
              close rebate-file
              close project-master-file
              close equip-master-file
              close journal-file
              close print-file
              goback.

       accept-project-key.
              move "Y" to valid-input-sw
              display spaces
              display "Enter project number (blank to cancel): "
              accept maint-project-no.

       validate-maint-date.
              move "Y" to valid-input-sw
              if maint-date-year < 1900
                     display "Date year must be 1900 or later - "
                             "entry refused"
                     move "N" to valid-input-sw
              end-if
              if maint-date-month < 1 or maint-date-month > 12
                     display "Date month must be 01 - 12 - entry "
                             "refused"
                     move "N" to valid-input-sw
              end-if
              if maint-date-day < 1 or maint-date-day > 31
                     display "Date day must be 01 - 31 - entry "
                             "refused"
                     move "N" to valid-input-sw
              end-if.

      *****************************************************************
      * LOOKUP-REBATE READS THE TRACKING RECORD AND KEEPS ITS BEFORE  *
      * IMAGE FOR THE JOURNAL AND THE MAINTENANCE REPORT.             *
      *****************************************************************
       lookup-rebate.
              move "N" to rebate-found-sw
              move spaces to journal-before
              initialize before-image
              move maint-project-no to reb-project-no
              read rebate-file
                  invalid key
                         move "N" to rebate-found-sw
                  not invalid key
                         move "Y" to rebate-found-sw
                         move rebate-tracking-record
                              to journal-before
                         move reb-status to bef-status
                         move reb-fuel-type to bef-fuel-type
                         move reb-apply-date to bef-apply-date
                         move reb-claimed to bef-claimed
                         move reb-approved to bef-approved
                         move reb-paid-date to bef-paid-date
              end-read.

       lookup-project.
              move "N" to project-found-sw
              move maint-project-no to prj-project-no
              read project-master-file
                  invalid key
                         move "N" to project-found-sw
                  not invalid key
                         move "Y" to project-found-sw
              end-read.

       build-new-rebate.
              initialize rebate-tracking-record
              move maint-project-no to reb-project-no
              move prj-equip-id to reb-equip-id
              move prj-equip-id to eqm-equip-id
              read equip-master-file
                  invalid key
                         move spaces to reb-site-code
                  not invalid key
                         move eqm-site-code to reb-site-code
              end-read
              move "E" to reb-status.

      *****************************************************************
      * STORE-REBATE-CHANGE WRITES A NEW TRACKING RECORD OR REWRITES  *
      * THE ONE READ, THEN JOURNALS AND REPORTS THE CHANGE.           *
      *****************************************************************
       store-rebate-change.
              if rebate-found
                     rewrite rebate-tracking-record
                         invalid key
                                display "Update of " maint-project-no
                                        " failed - file status "
                                        reb-file-status
                         not invalid key
                                move "CHANGE" to journal-action
                                perform record-rebate-change
                     end-rewrite
              else
                     write rebate-tracking-record
                         invalid key
                                display "Add of " maint-project-no
                                        " failed - file status "
                                        reb-file-status
                         not invalid key
                                move "ADD" to journal-action
                                perform record-rebate-change
                     end-write
              end-if.

       record-rebate-change.
              display "Rebate tracking for " maint-project-no
                      " updated - status " reb-status
              move rebate-tracking-record to journal-after
              perform write-journal-entry
              add 1 to change-count
              if rebate-found
                     perform write-report-before
              end-if
              perform write-report-after.

      *****************************************************************
      * WRITE-JOURNAL-ENTRY RECORDS THE CHANGE JUST MADE ON THE       *
      * SHARED CHGJRNL CHANGE JOURNAL - MASTER NAME, RECORD KEY,      *
      * ACTION, DATE, TIME, OPERATOR, AND THE BEFORE AND AFTER        *
      * IMAGES.  THE SEQUENCE NUMBER STEPS PAST AN ENTRY ALREADY ON   *
      * FILE FOR THE SAME RECORD AT THE SAME TIME - A DUPLICATE KEY   *
      * ONLY MEANS TWO CHANGES INSIDE ONE HUNDREDTH OF A SECOND.      *
      *****************************************************************
       write-journal-entry.
              move "REBTRACK" to jrn-master-name
              move reb-project-no to jrn-record-key
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
              move maint-project-no to rpt-project-out
              move "BEFORE" to rpt-old-new-out
              move bef-status to rpt-status-out
              move bef-fuel-type to rpt-fuel-out
              move bef-apply-date to rpt-apply-out
              move bef-claimed to rpt-claimed-out
              move bef-approved to rpt-approved-out
              move bef-paid-date to rpt-paid-out
              move rpt-detail-line to print-line
              write print-record after advancing 1
              add 1 to line-count.

       write-report-after.
              if line-count >= lines-per-page
                     perform write-report-heading
              end-if
              move maint-project-no to rpt-project-out
              move "AFTER" to rpt-old-new-out
              move reb-status to rpt-status-out
              move reb-fuel-type to rpt-fuel-out
              move reb-apply-date to rpt-apply-out
              move reb-claimed to rpt-claimed-out
              move reb-approved to rpt-approved-out
              move reb-paid-date to rpt-paid-out
              move rpt-detail-line to print-line
              write print-record after advancing 1
              add 1 to line-count.

       write-report-total.
              move spaces to print-line
              write print-record after advancing 1
              move change-count to rpt-count-out
              move rpt-total-line to print-line
              write print-record after advancing 1.
