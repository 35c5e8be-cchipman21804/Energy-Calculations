      *****************************************************************
      * EXCEPTION QUEUE WORK MAINTENANCE                              *
      *                                                               *
      * Lets the signed-on operator work the EXCQUEUE consolidated    *
      * exception queue the batch programs raise onto - TRANEDIT      *
      * rejects, SAVRECON variances, EFFTREND drift, PAYBACK late     *
      * projects, RATELOAD held rates and BALANCE out-of-balance      *
      * legs.  Open items can be listed (all sites or one), assigned  *
      * to an operator on the OPERMST operator master, commented on,  *
      * and closed.  A closed item is never reopened or changed - if  *
      * the condition comes back the raising program queues a new     *
      * item.  Every change is written to a before/after maintenance  *
      * report naming the operator who made it.                       *
      *****************************************************************

       identification division.
       program-id.   excqmnt.

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
           select optional operator-master-file assign to "OPERMST"
               organization is indexed
               access mode is random
               record key is opr-operator-id
               file status is opr-file-status.
           select optional session-file assign to "OPERSESS"
               organization is line sequential
               file status is oss-file-status.
           select optional print-file assign to "EXCQRPT"
               organization is line sequential
               file status is rpt-file-status.

       data division.
       file section.
       fd  exception-queue-file
           label records are standard.
       copy "excqueue.cpy".

       fd  operator-master-file
           label records are standard.
       copy "opermst.cpy".

       fd  session-file
           label records are standard.
       copy "opersess.cpy".

       fd  print-file
           label records are standard.
       copy "rptrec.cpy".

       working-storage section.

       01 MAINT-FIELDS.
              05 MAINT-ACTION      PIC X(01).
              05 MAINT-QUEUE-KEY   PIC 9(12).

      *****************************************************************
      * REDEFINED VIEW OF THE KEYED ITEM NUMBER - THE DATE THE ITEM   *
      * WAS RAISED FOLLOWED BY ITS FOUR-DIGIT SEQUENCE, EXACTLY AS    *
      * THE LIST SHOWS IT.                                            *
      *****************************************************************
              05 MAINT-QUEUE-PARTS REDEFINES MAINT-QUEUE-KEY.
                     10 MAINT-RAISED-DATE PIC 9(08).
                     10 MAINT-SEQUENCE    PIC 9(04).
              05 MAINT-SITE-CODE   PIC X(03).
              05 MAINT-ASSIGNEE    PIC X(08).
              05 MAINT-COMMENT     PIC X(60).
              05 OPERATOR-ID       PIC X(08).

       01 BEFORE-IMAGE.
              05 BEF-STATUS        PIC X(01).
              05 BEF-ASSIGNED-TO   PIC X(08).
              05 BEF-COMMENT       PIC X(60).

       01 EXQ-FILE-STATUS         PIC X(02).
       01 OPR-FILE-STATUS         PIC X(02).
       01 OSS-FILE-STATUS         PIC X(02).
       01 RPT-FILE-STATUS         PIC X(02).

       01 ITEMS-LISTED            PIC 9(05) USAGE COMP VALUE 0.

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
                                    VALUE "EXCEPTION QUEUE UPDATE".
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
              05 FILLER            PIC X(12) VALUE "ITEM NUMBER ".
              05 FILLER            PIC X(03) VALUE SPACES.
              05 FILLER            PIC X(07) VALUE "OLD/NEW".
              05 FILLER            PIC X(03) VALUE SPACES.
              05 FILLER            PIC X(06) VALUE "STATUS".
              05 FILLER            PIC X(03) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE "ASSIGNED".
              05 FILLER            PIC X(03) VALUE SPACES.
              05 FILLER            PIC X(07) VALUE "COMMENT".

       01 RPT-DETAIL-LINE.
              05 RPT-ACTION-OUT    PIC X(06).
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-ITEM-OUT      PIC 9(12).
              05 FILLER            PIC X(03) VALUE SPACES.
              05 RPT-OLD-NEW-OUT   PIC X(07).
              05 FILLER            PIC X(05) VALUE SPACES.
              05 RPT-STATUS-OUT    PIC X(01).
              05 FILLER            PIC X(06) VALUE SPACES.
              05 RPT-ASSIGNED-OUT  PIC X(08).
              05 FILLER            PIC X(03) VALUE SPACES.
              05 RPT-COMMENT-OUT   PIC X(60).

       01 RPT-TOTAL-LINE.
              05 FILLER            PIC X(20)
                                    VALUE "CHANGES THIS RUN:  ".
              05 RPT-COUNT-OUT     PIC ZZZZ9.

       01 SWITCHES.
              05 ITEM-FOUND-SW     PIC X(01) VALUE "N".
                     88 ITEM-FOUND VALUE "Y".
              05 OPERATOR-FOUND-SW PIC X(01) VALUE "N".
                     88 OPERATOR-FOUND VALUE "Y".
              05 VALID-INPUT-SW    PIC X(01) VALUE "Y".
                     88 VALID-MAINT-INPUT VALUE "Y".
              05 EOF-QUEUE-SW      PIC X(01) VALUE "N".
                     88 END-OF-QUEUE VALUE "Y".

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
              move "N" to item-found-sw
              move "N" to operator-found-sw
              move "Y" to valid-input-sw
              move "N" to eof-queue-sw
              move 0 to items-listed
              move 0 to page-count
              move 99 to line-count
              move 0 to change-count
              accept rpt-run-date from date yyyymmdd
              accept rpt-run-time from time
              open i-o exception-queue-file
              if exq-file-status = "35"
                     open output exception-queue-file
                     close exception-queue-file
                     open i-o exception-queue-file
              end-if
              open input operator-master-file
              open extend print-file
              if rpt-file-status = "35"
                     open output print-file
              end-if
              display "EXCEPTION QUEUE WORK MAINTENANCE"
              perform read-session
              perform write-report-heading.

       select-action.
              display spaces
              display "L - List open exceptions"
              display "A - Assign an exception"
              display "N - Add a comment to an exception"
              display "C - Close an exception"
              display "X - Exit"
              display spaces
              display "Select an action: "
              accept maint-action
              if maint-action = "X" or "x"
                     go to end-program
              end-if
              if maint-action = "L" or "l"
                     go to list-exceptions
              end-if
              if maint-action = "A" or "a"
                     go to assign-exception
              end-if
              if maint-action = "N" or "n"
                     go to comment-exception
              end-if
              if maint-action = "C" or "c"
                     go to close-exception
              end-if
              display "Invalid selection"
              go to select-action.

      *****************************************************************
      * LIST-EXCEPTIONS SHOWS EVERY ITEM NOT YET CLOSED, OLDEST FIRST *
      * (THE PRIMARY KEY IS THE DATE RAISED), FOR ONE SITE OR ALL.    *
      * THE ITEM NUMBER SHOWN IS WHAT THE OTHER ACTIONS ASK FOR.      *
      *****************************************************************
       list-exceptions.
              display spaces
              display "Enter site code (blank for all sites): "
              accept maint-site-code
              move 0 to items-listed
              move "N" to eof-queue-sw
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
              perform list-one-item until end-of-queue
              display spaces
              display items-listed " open exceptions listed"
              go to select-action.

       read-next-item.
              read exception-queue-file next record
                  at end move "Y" to eof-queue-sw
              end-read
              if exq-file-status not = "00"
                     move "Y" to eof-queue-sw
              end-if.

       list-one-item.
              if exq-status not = "C"
                 and (maint-site-code = spaces
                      or exq-site-code = maint-site-code)
                     add 1 to items-listed
                     perform show-item
              end-if
              perform read-next-item.

      *****************************************************************
      * ASSIGN-EXCEPTION HANDS AN OPEN ITEM TO AN OPERATOR ON OPERMST *
      * - A BLANK ENTRY TAKES IT FOR THE SIGNED-ON OPERATOR.  AN      *
      * ITEM ALREADY ASSIGNED MAY BE RE-ASSIGNED.                     *
      *****************************************************************
       assign-exception.
              perform accept-queue-key
              if not valid-maint-input
                     go to select-action
              end-if
              perform show-item
              display "Enter operator to assign to "
                      "(blank for yourself): "
              accept maint-assignee
              if maint-assignee = spaces
                     move operator-id to maint-assignee
              end-if
              perform lookup-operator
              if not operator-found
                     display "Operator " maint-assignee " is not on "
                             "the OPERMST operator master - assign "
                             "refused"
                     go to select-action
              end-if
              perform save-before-image
              move maint-assignee to exq-assigned-to
              move rpt-run-date to exq-assigned-date
              move "A" to exq-status
              move "ASSIGN" to rpt-action-out
              perform rewrite-item
              go to select-action.

      *****************************************************************
      * COMMENT-EXCEPTION RECORDS WHAT HAS BEEN FOUND OR DONE.  ONLY  *
      * THE LATEST COMMENT IS KEPT ON THE ITEM - THE MAINTENANCE      *
      * REPORT CARRIES EVERY EARLIER ONE AS A BEFORE IMAGE.           *
      *****************************************************************
       comment-exception.
              perform accept-queue-key
              if not valid-maint-input
                     go to select-action
              end-if
              perform show-item
              display "Enter comment (blank to cancel): "
              accept maint-comment
              if maint-comment = spaces
                     go to select-action
              end-if
              perform save-before-image
              perform store-comment
              move "NOTE" to rpt-action-out
              perform rewrite-item
              go to select-action.

      *****************************************************************
      * CLOSE-EXCEPTION CLEARS THE ITEM, WITH AN OPTIONAL CLOSING     *
      * COMMENT.  ONCE CLOSED THE ITEM DROPS OFF THE LIST AND THE     *
      * AGING REPORT, AND THE RAISING PROGRAM QUEUES A NEW ITEM IF    *
      * THE SAME CONDITION IS SEEN AGAIN.                             *
      *****************************************************************
       close-exception.
              perform accept-queue-key
              if not valid-maint-input
                     go to select-action
              end-if
              perform show-item
              display "Enter closing comment (blank for none): "
              accept maint-comment
              perform save-before-image
              if maint-comment not = spaces
                     perform store-comment
              end-if
              move "C" to exq-status
              move operator-id to exq-closed-by
              move rpt-run-date to exq-closed-date
              move "CLOSE" to rpt-action-out
              perform rewrite-item
              go to select-action.

       end-program.
              perform write-report-total
              close exception-queue-file
              close operator-master-file
              close print-file
              goback.

      *****************************************************************
      * ACCEPT-QUEUE-KEY PROMPTS FOR THE ITEM NUMBER AND READS THE    *
      * ITEM, REFUSING ONE NOT ON FILE OR ALREADY CLOSED.             *
      *****************************************************************
       accept-queue-key.
              move "Y" to valid-input-sw
              display spaces
              display "Enter item number (YYYYMMDDNNNN, zero to "
                      "cancel): "
              accept maint-queue-key
              if maint-queue-key = 0
                     move "N" to valid-input-sw
              else
                     perform lookup-item
                     if not item-found
                            display "Item " maint-queue-key " is not "
                                    "on the exception queue"
                            move "N" to valid-input-sw
                     else
                            if exq-status = "C"
                                   display "Item " maint-queue-key
                                           " is already closed"
                                   move "N" to valid-input-sw
                            end-if
                     end-if
              end-if.

       lookup-item.
              move "N" to item-found-sw
              move maint-raised-date to exq-raised-date
              move maint-sequence to exq-sequence
              read exception-queue-file
                  invalid key
                         move "N" to item-found-sw
                  not invalid key
                         move "Y" to item-found-sw
              end-read.

       lookup-operator.
              move "N" to operator-found-sw
              move maint-assignee to opr-operator-id
              read operator-master-file
                  invalid key
                         move "N" to operator-found-sw
                  not invalid key
                         move "Y" to operator-found-sw
              end-read.

      *****************************************************************
      * SHOW-ITEM DISPLAYS ONE QUEUE ITEM - NUMBER, STATUS, WHERE IT  *
      * CAME FROM, HOW OFTEN IT HAS BEEN SEEN, WHO HAS IT AND THE     *
      * LATEST COMMENT.                                               *
      *****************************************************************
       show-item.
              display spaces
              display "Item " exq-queue-key "  status " exq-status
                      "  " exq-source-program " " exq-exception-type
                      "  site " exq-site-code
              display "     " exq-item-key " " exq-description
              display "     last seen " exq-last-seen-date
                      "  times seen " exq-times-seen
                      "  assigned to " exq-assigned-to
              if exq-comment not = spaces
                     display "     " exq-comment-date " "
                             exq-comment-by " " exq-comment
              end-if.

       store-comment.
              move maint-comment to exq-comment
              move operator-id to exq-comment-by
              move rpt-run-date to exq-comment-date.

       save-before-image.
              move exq-status to bef-status
              move exq-assigned-to to bef-assigned-to
              move exq-comment to bef-comment.

      *****************************************************************
      * REWRITE-ITEM STORES THE WORKED ITEM AND REPORTS IT BEFORE     *
      * AND AFTER.  RPT-ACTION-OUT IS SET BY THE CALLER.              *
      *****************************************************************
       rewrite-item.
              rewrite exception-queue-record
                  invalid key
                         display "Update of item " maint-queue-key
                                 " failed - file status "
                                 exq-file-status
                  not invalid key
                         display "Item " maint-queue-key " updated"
                         add 1 to change-count
                         perform write-report-before
                         perform write-report-after
              end-rewrite.

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
      * MAINTENANCE REPORT.  EVERY ACTION PRINTS TWO LINES - THE ITEM *
      * AS IT STOOD (BEFORE) AND AS IT WAS STORED (AFTER) - SO THE    *
      * AUDITOR CAN SEE WHO TOOK, NOTED OR CLOSED WHAT.               *
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
              move maint-queue-key to rpt-item-out
              move "BEFORE" to rpt-old-new-out
              move bef-status to rpt-status-out
              move bef-assigned-to to rpt-assigned-out
              move bef-comment to rpt-comment-out
              move rpt-detail-line to print-line
              write print-record after advancing 1
              add 1 to line-count.

       write-report-after.
              if line-count >= lines-per-page
                     perform write-report-heading
              end-if
              move maint-queue-key to rpt-item-out
              move "AFTER" to rpt-old-new-out
              move exq-status to rpt-status-out
              move exq-assigned-to to rpt-assigned-out
              move exq-comment to rpt-comment-out
              move rpt-detail-line to print-line
              write print-record after advancing 1
              add 1 to line-count.

       write-report-total.
              move spaces to print-line
              write print-record after advancing 1
              move change-count to rpt-count-out
              move rpt-total-line to print-line
              write print-record after advancing 1.
