      * equipment master.  The site name must not be blank and the    *
      * report sequence must be greater than zero; duplicate adds     *
      * and deletes of missing codes are refused, and every change    *
      * is written to a before/after maintenance report.  A site      *
      * still named on an EQUIPMST equipment record cannot be         *
      * deleted - the equipment must be moved or removed first.       *
      *****************************************************************

       identification division.
               access mode is random
               record key is sit-site-code
               file status is sit-file-status.
           select optional equip-master-file assign to "EQUIPMST"
               organization is indexed
               access mode is dynamic
               record key is eqm-equip-id
               file status is eqm-file-status.
           select optional budget-master-file assign to "BUDGMST"
               organization is indexed
               access mode is dynamic
               record key is bud-budget-key
               file status is bud-file-status.
           select optional production-file assign to "PRODMST"
               organization is indexed
               access mode is dynamic
               record key is prd-production-key
               file status is prd-file-status.
           select optional session-file assign to "OPERSESS"
               organization is line sequential
               file status is oss-file-status.
           select optional journal-file assign to "CHGJRNL"
               organization is indexed
               access mode is random
               record key is jrn-journal-key
               file status is jrn-file-status.
           select optional print-file assign to "SITMRPT"
               organization is line sequential
               file status is rpt-file-status.
           label records are standard.
       copy "sitemst.cpy".

       fd  equip-master-file
           label records are standard.
       copy "equipmst.cpy".

       fd  budget-master-file
           label records are standard.
       copy "budgmst.cpy".

       fd  production-file
           label records are standard.
       copy "prodmst.cpy".

       fd  session-file
           label records are standard.
       copy "opersess.cpy".

       fd  journal-file
           label records are standard.
       copy "chgjrnl.cpy".

       fd  print-file
           label records are standard.
       copy "rptrec.cpy".
              05 BEF-SITE-NAME     PIC X(20).
              05 BEF-REPORT-SEQ    PIC 9(02).

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

       01 SIT-FILE-STATUS         PIC X(02).
       01 EQM-FILE-STATUS         PIC X(02).
       01 BUD-FILE-STATUS         PIC X(02).
       01 PRD-FILE-STATUS         PIC X(02).
       01 OSS-FILE-STATUS         PIC X(02).
       01 RPT-FILE-STATUS         PIC X(02).
       01 JRN-FILE-STATUS         PIC X(02).

      *****************************************************************
      * REPORT CONTROL FIELDS AND LINE LAYOUTS FOR THE MAINTENANCE    *
                     88 SITE-FOUND VALUE "Y".
              05 VALID-INPUT-SW    PIC X(01) VALUE "Y".
                     88 VALID-MAINT-INPUT VALUE "Y".
              05 JOURNAL-WRITTEN-SW
                                   PIC X(01) VALUE "N".
                     88 JOURNAL-WRITTEN VALUE "Y".
              05 SITE-IN-USE-SW    PIC X(01) VALUE "N".
                     88 SITE-IN-USE VALUE "Y".
              05 EQUIP-SCAN-EOF-SW PIC X(01) VALUE "N".
                     88 END-OF-EQUIP-SCAN VALUE "Y".
              05 BUDGET-IN-USE-SW  PIC X(01) VALUE "N".
                     88 BUDGET-IN-USE VALUE "Y".
              05 PRODUCTION-IN-USE-SW
                                   PIC X(01) VALUE "N".
                     88 PRODUCTION-IN-USE VALUE "Y".

       procedure division.
       init-ws.
      *****************************************************************
              initialize maint-fields
              initialize before-image
              initialize journal-fields
              move "N" to journal-written-sw
              move "N" to site-found-sw
              move "Y" to valid-input-sw
              move "N" to site-in-use-sw
              move "N" to equip-scan-eof-sw
              move "N" to budget-in-use-sw
              move "N" to production-in-use-sw
              move 0 to page-count
              move 99 to line-count
              move 0 to change-count
                     close site-master-file
                     open i-o site-master-file
              end-if
              open i-o journal-file
              if jrn-file-status = "35"
                     open output journal-file
                     close journal-file
                     open i-o journal-file
              end-if
              open input equip-master-file
              open input budget-master-file
              open input production-file
              open extend print-file
              if rpt-file-status = "35"
                     open output print-file
                                 sit-file-status
                  not invalid key
                         display "Site " maint-site-code " added"
                         move "ADD" to journal-action
                         move spaces to journal-before
                         move site-master-record to journal-after
                         perform write-journal-entry
                         add 1 to change-count
                         move "ADD" to rpt-action-out
                         perform write-report-after
                  not invalid key
                         display "Site " maint-site-code
                                 " changed"
                         move "CHANGE" to journal-action
                         move site-master-record to journal-after
                         perform write-journal-entry
                         add 1 to change-count
                         move "CHANGE" to rpt-action-out
                         perform write-report-before
              go to select-action.

      *****************************************************************
      * DELETE-SITE REFUSES A CODE NOT ON THE MASTER, OR ONE STILL    *
      * IN USE ON THE EQUIPMENT, BUDGET OR PRODUCTION MASTER, AND     *
      * REPORTS THE RECORD AS IT STOOD BEFORE IT WAS REMOVED.         *
      *****************************************************************
       delete-site.
              perform accept-site-code
                             "the master file - delete refused"
                     go to select-action
              end-if
              perform check-site-in-use
              if site-in-use
                     display "Site " maint-site-code " is still "
                             "assigned to equipment " eqm-equip-id
                             " - delete refused"
                     go to select-action
              end-if
              perform check-site-budgets
              if budget-in-use
                     display "Site " maint-site-code " still has "
                             "BUDGMST budgets - delete refused"
                     go to select-action
              end-if
              perform check-site-production
              if production-in-use
                     display "Site " maint-site-code " still has "
                             "PRODMST production records - delete "
                             "refused"
                     go to select-action
              end-if
              move sit-site-name to bef-site-name
              move sit-report-seq to bef-report-seq
              delete site-master-file
                  not invalid key
                         display "Site " maint-site-code
                                 " deleted"
                         move "DELETE" to journal-action
                         move spaces to journal-after
                         perform write-journal-entry
                         add 1 to change-count
                         move "DELETE" to rpt-action-out
                         perform write-report-before
       end-program.
              perform write-report-total
              close site-master-file
              close equip-master-file
              close budget-master-file
              close production-file
              close journal-file
              close print-file
              goback.

                         move "N" to site-found-sw
                  not invalid key
                         move "Y" to site-found-sw
                         move site-master-record
                              to journal-before
              end-read.

      *****************************************************************
      * CHECK-SITE-IN-USE READS THE EQUIPMENT MASTER FROM THE TOP     *
      * AND STOPS AT THE FIRST UNIT CARRYING THE SITE CODE.  THE      *
      * EQUIPMENT MASTER HAS NO KEY ON SITE, BUT IT IS READ ONLY ON   *
      * A DELETE.  THE STATUS CHECKS STOP THE SCAN WHEN THE FILE IS   *
      * UNAVAILABLE OR A READ FAILS.                                  *
      *****************************************************************
       check-site-in-use.
              move "N" to site-in-use-sw
              move "N" to equip-scan-eof-sw
              move low-values to eqm-equip-id
              start equip-master-file
                  key is not less than eqm-equip-id
                  invalid key
                         move "Y" to equip-scan-eof-sw
              end-start
              if eqm-file-status not = "00"
                     move "Y" to equip-scan-eof-sw
              end-if
              if not end-of-equip-scan
                     perform read-next-equipment
              end-if
              perform scan-equipment-site
                  until end-of-equip-scan or site-in-use.

       read-next-equipment.
              read equip-master-file next record
                  at end move "Y" to equip-scan-eof-sw
              end-read
              if eqm-file-status not = "00"
                     move "Y" to equip-scan-eof-sw
              end-if.

       scan-equipment-site.
              if eqm-site-code = maint-site-code
                     move "Y" to site-in-use-sw
              else
                     perform read-next-equipment
              end-if.

      *****************************************************************
      * CHECK-SITE-BUDGETS AND CHECK-SITE-PRODUCTION LOOK FOR ANY     *
      * BUDGMST OR PRODMST RECORD UNDER THE SITE.  BOTH MASTERS ARE   *
      * KEYED BY SITE FIRST, SO A START AT THE SITE CODE WITH THE     *
      * REST OF THE KEY AT LOW-VALUES LANDS ON THE SITE'S FIRST       *
      * RECORD IF IT HAS ONE.  THE STATUS CHECKS TREAT AN UNAVAILABLE *
      * FILE OR A FAILED READ AS NO RECORDS.                          *
      *****************************************************************
       check-site-budgets.
              move "N" to budget-in-use-sw
              move low-values to bud-budget-key
              move maint-site-code to bud-site-code
              start budget-master-file
                  key is not less than bud-budget-key
                  invalid key
                         move "10" to bud-file-status
              end-start
              if bud-file-status = "00"
                     read budget-master-file next record
                         at end move "10" to bud-file-status
                     end-read
              end-if
              if bud-file-status = "00"
                 and bud-site-code = maint-site-code
                     move "Y" to budget-in-use-sw
              end-if.

       check-site-production.
              move "N" to production-in-use-sw
              move low-values to prd-production-key
              move maint-site-code to prd-site-code
              start production-file
                  key is not less than prd-production-key
                  invalid key
                         move "10" to prd-file-status
              end-start
              if prd-file-status = "00"
                     read production-file next record
                         at end move "10" to prd-file-status
                     end-read
              end-if
              if prd-file-status = "00"
                 and prd-site-code = maint-site-code
                     move "Y" to production-in-use-sw
              end-if.

      *****************************************************************
      * WRITE-JOURNAL-ENTRY RECORDS THE CHANGE JUST MADE ON THE       *
      * SHARED CHGJRNL CHANGE JOURNAL - MASTER NAME, RECORD KEY,      *
      * ACTION, DATE, TIME, OPERATOR, AND THE BEFORE AND AFTER        *
      * IMAGES.  THE SEQUENCE NUMBER STEPS PAST AN ENTRY ALREADY ON   *
      * FILE FOR THE SAME RECORD AT THE SAME TIME - A DUPLICATE KEY   *
      * ONLY MEANS TWO CHANGES INSIDE ONE HUNDREDTH OF A SECOND.      *
      *****************************************************************
       write-journal-entry.
              move "SITEMST" to jrn-master-name
              move sit-site-code to jrn-record-key
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
