      * must be on the SITEMST site master), duplicate adds          *
      * and deletes of missing ids are refused, and every change is   *
      * written to a before/after maintenance report so an auditor    *
      * can see who touched the nameplate data and when.  A unit      *
      * that still has PROJMST projects, TESTLOG combustion tests or  *
      * AUDITIDX calculation history cannot be deleted - the history  *
      * would be left pointing at equipment that no longer exists.    *
      *****************************************************************

       identification division.
               access mode is random
               record key is sit-site-code
               file status is sit-file-status.
           select optional project-master-file assign to "PROJMST"
               organization is indexed
               access mode is dynamic
               record key is prj-project-no
               file status is prj-file-status.
           select optional test-log-file assign to "TESTLOG"
               organization is indexed
               access mode is dynamic
               record key is tst-test-key
               file status is tst-file-status.
           select optional audit-index-file assign to "AUDITIDX"
               organization is indexed
               access mode is dynamic
               record key is axr-index-key
               alternate record key is axr-run-date
                   with duplicates
               file status is axr-file-status.
           select optional session-file assign to "OPERSESS"
               organization is line sequential
               file status is oss-file-status.
           select optional journal-file assign to "CHGJRNL"
               organization is indexed
               access mode is random
               record key is jrn-journal-key
               file status is jrn-file-status.
           select optional print-file assign to "EQMRPT"
               organization is line sequential
               file status is rpt-file-status.
           label records are standard.
       copy "sitemst.cpy".

       fd  project-master-file
           label records are standard.
       copy "projmst.cpy".

       fd  test-log-file
           label records are standard.
       copy "testlog.cpy".

       fd  audit-index-file
           label records are standard.
       copy "audxrec.cpy".

       fd  session-file
           label records are standard.
       copy "opersess.cpy".

       fd  journal-file
           label records are standard.
       copy "chgjrnl.cpy".

       fd  print-file
           label records are standard.
       copy "rptrec.cpy".
              05 BEF-RATED-QTY1    PIC S9(4)V99 USAGE COMP.
              05 BEF-SITE-CODE     PIC X(03).

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

       01 EQM-FILE-STATUS         PIC X(02).
       01 SIT-FILE-STATUS         PIC X(02).
       01 PRJ-FILE-STATUS         PIC X(02).
       01 TST-FILE-STATUS         PIC X(02).
       01 AXR-FILE-STATUS         PIC X(02).
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
              05 EQUIP-IN-USE-SW   PIC X(01) VALUE "N".
                     88 EQUIP-IN-USE VALUE "Y".
              05 REF-SCAN-EOF-SW   PIC X(01) VALUE "N".
                     88 END-OF-REF-SCAN VALUE "Y".

       procedure division.
       init-ws.
      *****************************************************************
              initialize maint-fields
              initialize before-image
              initialize journal-fields
              move "N" to journal-written-sw
              move "N" to equip-found-sw
              move "N" to site-found-sw
              move "Y" to valid-input-sw
              move "N" to equip-in-use-sw
              move "N" to ref-scan-eof-sw
              move 0 to page-count
              move 99 to line-count
              move 0 to change-count
                     close equip-master-file
                     open i-o equip-master-file
              end-if
              open i-o journal-file
              if jrn-file-status = "35"
                     open output journal-file
                     close journal-file
                     open i-o journal-file
              end-if
              open input site-master-file
              open input project-master-file
              open input test-log-file
              open input audit-index-file
              open extend print-file
              if rpt-file-status = "35"
                     open output print-file
                                 "file status " eqm-file-status
                  not invalid key
                         display "Equipment " maint-equip-id " added"
                         move "ADD" to journal-action
                         move spaces to journal-before
                         move equip-master-record to journal-after
                         perform write-journal-entry
                         add 1 to change-count
                         move "ADD" to rpt-action-out
                         perform write-report-after
                  not invalid key
                         display "Equipment " maint-equip-id
                                 " changed"
                         move "CHANGE" to journal-action
                         move equip-master-record to journal-after
                         perform write-journal-entry
                         add 1 to change-count
                         move "CHANGE" to rpt-action-out
                         perform write-report-before
              go to select-action.

      *****************************************************************
      * DELETE-EQUIPMENT REFUSES AN ID NOT ON THE MASTER, OR ONE      *
      * STILL REFERENCED BY A PROJECT, A COMBUSTION TEST OR THE       *
      * CALCULATION HISTORY, AND REPORTS THE RECORD AS IT STOOD       *
      * BEFORE IT WAS REMOVED.                                        *
      *****************************************************************
       delete-equipment.
              perform accept-equip-id
                             "the master file - delete refused"
                     go to select-action
              end-if
              perform check-equip-in-use
              if equip-in-use
                     go to select-action
              end-if
              perform save-before-image
              delete equip-master-file
                  invalid key
                  not invalid key
                         display "Equipment " maint-equip-id
                                 " deleted"
                         move "DELETE" to journal-action
                         move spaces to journal-after
                         perform write-journal-entry
                         add 1 to change-count
                         move "DELETE" to rpt-action-out
                         perform write-report-before
       end-program.
              perform write-report-total
              close equip-master-file
              close journal-file
              close site-master-file
              close project-master-file
              close test-log-file
              close audit-index-file
              close print-file
              goback.

                         move "Y" to site-found-sw
              end-read.

      *****************************************************************
      * CHECK-EQUIP-IN-USE LOOKS FOR ANY RECORD STILL CARRYING THE    *
      * EQUIPMENT ID: A PROJMST PROJECT (NO KEY ON EQUIPMENT, SO THE  *
      * FILE IS READ FROM THE TOP), A TESTLOG TEST OR AN AUDITIDX     *
      * HISTORY ROW (BOTH KEYED ON EQUIPMENT ID FIRST, SO A START AT  *
      * THE ID FINDS THE UNIT'S FIRST RECORD).  THE FIRST FILE THAT   *
      * STILL REFERENCES THE UNIT IS NAMED IN THE REFUSAL.  THE       *
      * STATUS CHECKS STOP EACH SCAN WHEN THE FILE IS UNAVAILABLE OR  *
      * A READ FAILS.                                                 *
      *****************************************************************
       check-equip-in-use.
              move "N" to equip-in-use-sw
              perform check-project-refs
              if equip-in-use
                     display "Equipment " maint-equip-id " still has "
                             "project " prj-project-no " on PROJMST "
                             "- delete refused"
              end-if
              if not equip-in-use
                     perform check-test-refs
                     if equip-in-use
                            display "Equipment " maint-equip-id
                                    " still has combustion tests on "
                                    "TESTLOG - delete refused"
                     end-if
              end-if
              if not equip-in-use
                     perform check-audit-refs
                     if equip-in-use
                            display "Equipment " maint-equip-id
                                    " still has calculation history "
                                    "on AUDITIDX - delete refused"
                     end-if
              end-if.

       check-project-refs.
              move "N" to ref-scan-eof-sw
              move low-values to prj-project-no
              start project-master-file
                  key is not less than prj-project-no
                  invalid key
                         move "Y" to ref-scan-eof-sw
              end-start
              if prj-file-status not = "00"
                     move "Y" to ref-scan-eof-sw
              end-if
              if not end-of-ref-scan
                     perform read-next-project
              end-if
              perform scan-project-equip
                  until end-of-ref-scan or equip-in-use.

       read-next-project.
              read project-master-file next record
                  at end move "Y" to ref-scan-eof-sw
              end-read
              if prj-file-status not = "00"
                     move "Y" to ref-scan-eof-sw
              end-if.

       scan-project-equip.
              if prj-equip-id = maint-equip-id
                     move "Y" to equip-in-use-sw
              else
                     perform read-next-project
              end-if.

       check-test-refs.
              move "N" to ref-scan-eof-sw
              move maint-equip-id to tst-equip-id
              move 0 to tst-test-date
              start test-log-file
                  key is not less than tst-test-key
                  invalid key
                         move "Y" to ref-scan-eof-sw
              end-start
              if tst-file-status not = "00"
                     move "Y" to ref-scan-eof-sw
              end-if
              if not end-of-ref-scan
                     read test-log-file next record
                         at end move "Y" to ref-scan-eof-sw
                     end-read
                     if tst-file-status not = "00"
                            move "Y" to ref-scan-eof-sw
                     end-if
              end-if
              if not end-of-ref-scan
                 and tst-equip-id = maint-equip-id
                     move "Y" to equip-in-use-sw
              end-if.

       check-audit-refs.
              move "N" to ref-scan-eof-sw
              move maint-equip-id to axr-equip-id
              move 0 to axr-run-date
              move low-values to axr-result-type
              move 0 to axr-sequence
              start audit-index-file
                  key is not less than axr-index-key
                  invalid key
                         move "Y" to ref-scan-eof-sw
              end-start
              if axr-file-status not = "00"
                     move "Y" to ref-scan-eof-sw
              end-if
              if not end-of-ref-scan
                     read audit-index-file next record
                         at end move "Y" to ref-scan-eof-sw
                     end-read
                     if axr-file-status not = "00"
                            move "Y" to ref-scan-eof-sw
                     end-if
              end-if
              if not end-of-ref-scan
                 and axr-equip-id = maint-equip-id
                     move "Y" to equip-in-use-sw
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
              move "EQUIPMST" to jrn-master-name
              move eqm-equip-id to jrn-record-key
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
                         move "N" to equip-found-sw
                  not invalid key
                         move "Y" to equip-found-sw
                         move equip-master-record
                              to journal-before
              end-read.

       save-before-image.
