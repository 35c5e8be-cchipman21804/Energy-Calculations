      *****************************************************************
      * MASTER FILE CHANGE JOURNAL INQUIRY                            *
      *                                                               *
      * Reads the shared CHGJRNL change journal the master file       *
      * maintenance programs write every add, change and delete to,   *
      * and answers the two questions the maintenance reports could   *
      * not: "what has happened to this record, and who did it" (the  *
      * full history for one master record, oldest first, with the    *
      * before and after images side by side), and "what did this     *
      * record look like on a given date" (the record rebuilt from     *
      * the last journal entry on or before that date).  Both answers  *
      * are displayed and printed on the JRNRPT inquiry report.  A     *
      * rebuilt record is shown, not restored - putting a record      *
      * back goes through its own maintenance program, so the         *
      * restore is range-checked and journaled like any other change. *
      * The password is masked on every OPERMST image.                *
      *****************************************************************

       identification division.
       program-id.   jrnlinq.

       environment division.
       input-output section.
       file-control.
           select optional journal-file assign to "CHGJRNL"
               organization is indexed
               access mode is dynamic
               record key is jrn-journal-key
               file status is jrn-file-status.
           select optional session-file assign to "OPERSESS"
               organization is line sequential
               file status is oss-file-status.
           select optional print-file assign to "JRNRPT"
               organization is line sequential
               file status is rpt-file-status.

       data division.
       file section.
       fd  journal-file
           label records are standard.
       copy "chgjrnl.cpy".

       fd  session-file
           label records are standard.
       copy "opersess.cpy".

       fd  print-file
           label records are standard.
       copy "rptrec.cpy".

       working-storage section.

       01 INQUIRY-FIELDS.
              05 INQ-ACTION        PIC X(01).
              05 INQ-MASTER-NAME   PIC X(08).
                     88 KNOWN-MASTER VALUE "EQUIPMST" "RATETAB"
                                           "SITEMST" "PROJMST"
                                           "EMISFAC" "TESTLOG"
                                           "DRVCAT" "OPERMST"
                                           "BUDGMST" "MOTORCAT"
                                           "INCENTV" "REBTRACK"
                                           "PRODMST".
              05 INQ-RECORD-KEY    PIC X(20).
              05 INQ-AS-OF-DATE    PIC 9(08).
              05 OPERATOR-ID       PIC X(08).

       01 REBUILD-FIELDS.
              05 REBUILT-ACTION    PIC X(06).
              05 REBUILT-DATE      PIC 9(08).
              05 REBUILT-IMAGE     PIC X(120).

      *****************************************************************
      * IMAGE FORMATTING FIELDS.  THE JOURNAL HOLDS EACH IMAGE IN    *
      * ITS MASTER'S OWN RECORD LAYOUT, SO THE IMAGE IS MOVED ONTO   *
      * THE MATCHING RECORD BELOW AND ITS FIELDS EDITED INTO ONE     *
      * PRINTABLE LINE.                                              *
      *****************************************************************
       01 IMAGE-SOURCE            PIC X(120).
       01 IMAGE-TEXT              PIC X(100).
       01 EDIT-AMOUNT             PIC ZZ,ZZZ,ZZ9.99-.
       01 EDIT-AMOUNT-2           PIC ZZ,ZZZ,ZZ9.99-.
       01 EDIT-RATE               PIC ZZ9.9999-.
       01 EDIT-QTY-1              PIC ZZZ9.99.
       01 EDIT-QTY-2              PIC ZZZ9.99.
       01 EDIT-EFF                PIC Z9.99.
       01 EDIT-TEMP               PIC ZZZ9-.
       01 ANNUAL-UNITS            PIC S9(9)V99 USAGE COMP.
       01 ANNUAL-DOLLARS          PIC S9(9)V99 USAGE COMP.
       01 MONTH-IX                PIC 9(02) USAGE COMP.

       copy "equipmst.cpy".
       copy "ratetab.cpy".
       copy "sitemst.cpy".
       copy "projmst.cpy".
       copy "emisfac.cpy".
       copy "testlog.cpy".
       copy "drvcat.cpy".
       copy "opermst.cpy".
       copy "budgmst.cpy".
       copy "motorcat.cpy".
       copy "incentv.cpy".
       copy "rebtrack.cpy".
       copy "prodmst.cpy".

       01 JRN-FILE-STATUS         PIC X(02).
       01 OSS-FILE-STATUS         PIC X(02).
       01 RPT-FILE-STATUS         PIC X(02).

       01 ENTRIES-FOUND           PIC 9(08) USAGE COMP VALUE 0.

      *****************************************************************
      * REPORT CONTROL FIELDS AND LINE LAYOUTS FOR THE INQUIRY        *
      * REPORT - SAME PAGINATED LAYOUT AS THE BATCH SUMMARY REPORTS.  *
      *****************************************************************
       01 LINES-PER-PAGE          PIC 9(02) USAGE COMP VALUE 50.
       01 LINE-COUNT              PIC 9(02) USAGE COMP VALUE 99.
       01 PAGE-COUNT              PIC 9(04) USAGE COMP VALUE 0.
       01 RPT-RUN-DATE            PIC 9(08).

       01 JOURNAL-TIME-PARTS.
              05 JOURNAL-HHMMSS    PIC 9(06).
              05 FILLER            PIC 9(02).

       01 RPT-HEADING-1.
              05 FILLER            PIC X(30)
                                    VALUE "MASTER FILE CHANGE JOURNAL".
              05 FILLER            PIC X(21)
                                    VALUE "INQUIRY REPORT       ".
              05 FILLER            PIC X(06) VALUE "PAGE: ".
              05 RPT1-PAGE-OUT     PIC ZZZ9.

       01 RPT-HEADING-2.
              05 FILLER            PIC X(11) VALUE "RUN DATE: ".
              05 RPT2-DATE-OUT     PIC 9(08).
              05 FILLER            PIC X(12) VALUE "  OPERATOR: ".
              05 RPT2-OPER-OUT     PIC X(08).

       01 RPT-HEADING-3.
              05 FILLER            PIC X(08) VALUE "  DATE  ".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(06) VALUE " TIME ".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(06) VALUE "ACTION".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE "OPERATOR".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(07) VALUE "OLD/NEW".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(06) VALUE "RECORD".

       01 RPT-INQUIRY-LINE.
              05 RPT-INQ-TITLE-OUT PIC X(20).
              05 FILLER            PIC X(08) VALUE "MASTER: ".
              05 RPT-INQ-MASTER-OUT
                                   PIC X(08).
              05 FILLER            PIC X(07) VALUE "  KEY: ".
              05 RPT-INQ-KEY-OUT   PIC X(20).
              05 RPT-INQ-ASOF-LIT  PIC X(09).
              05 RPT-INQ-ASOF-OUT  PIC X(08).

       01 RPT-DETAIL-LINE.
              05 RPT-DATE-OUT      PIC 9(08).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-TIME-OUT      PIC 9(06).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-ACTION-OUT    PIC X(06).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-OPER-OUT      PIC X(08).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-OLD-NEW-OUT   PIC X(07).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-IMAGE-OUT     PIC X(85).

       01 RPT-MESSAGE-LINE.
              05 FILLER            PIC X(04) VALUE SPACES.
              05 RPT-MESSAGE-OUT   PIC X(80).

       01 SWITCHES.
              05 JOURNAL-EOF-SW    PIC X(01) VALUE "N".
                     88 END-OF-JOURNAL VALUE "Y".
              05 VALID-INPUT-SW    PIC X(01) VALUE "Y".
                     88 VALID-INQ-INPUT VALUE "Y".
              05 REBUILT-SW        PIC X(01) VALUE "N".
                     88 ENTRY-ON-OR-BEFORE VALUE "Y".

       procedure division.
       init-ws.

      *****************************************************************
      * THIS PROGRAM MAY BE CALLED MORE THAN ONCE IN THE SAME RUN     *
      * UNIT (FROM ENERGYMENU'S MENU LOOP), AND COBOL DOES NOT RESET  *
      * A CALLED SUBPROGRAM'S WORKING-STORAGE BETWEEN CALLS ON ITS    *
      * OWN.  EVERY SWITCH AND REPORT CONTROL FIELD IS RESET HERE     *
      * EXPLICITLY SO A SECOND CALL STARTS CLEAN.                     *
      *****************************************************************
              initialize inquiry-fields
              initialize rebuild-fields
              move "N" to journal-eof-sw
              move "Y" to valid-input-sw
              move "N" to rebuilt-sw
              move 0 to entries-found
              move 0 to page-count
              move 99 to line-count
              accept rpt-run-date from date yyyymmdd
              open input journal-file
              open output print-file
              display "MASTER FILE CHANGE JOURNAL INQUIRY"
              perform read-session
              perform write-report-heading.

       select-action.
              display spaces
              display "H - History of one master record"
              display "R - Rebuild a master record as of a date"
              display "X - Exit"
              display spaces
              display "Select an action: "
              accept inq-action
              if inq-action = "X" or "x"
                     go to end-program
              end-if
              if inq-action = "H" or "h"
                     go to show-history
              end-if
              if inq-action = "R" or "r"
                     go to rebuild-record
              end-if
              display "Invalid selection"
              go to select-action.

      *****************************************************************
      * SHOW-HISTORY LISTS EVERY JOURNAL ENTRY FOR THE KEYED RECORD, *
      * OLDEST FIRST - THE JOURNAL KEY ORDERS ONE RECORD'S ENTRIES   *
      * BY DATE AND TIME UNDER ITS MASTER NAME AND RECORD KEY.       *
      *****************************************************************
       show-history.
              perform accept-master-key
              if inq-master-name = spaces
                     go to select-action
              end-if
              if not valid-inq-input
                     go to select-action
              end-if
              move "CHANGE HISTORY      " to rpt-inq-title-out
              move spaces to rpt-inq-asof-lit
              move spaces to rpt-inq-asof-out
              perform write-inquiry-line
              move 0 to entries-found
              perform start-record-history
              perform list-history-entry until end-of-journal
              if entries-found = 0
                     move "NO JOURNAL ENTRIES FOR THIS RECORD"
                          to rpt-message-out
                     perform write-message-line
              end-if
              display entries-found " journal entries - see the "
                      "inquiry report"
              go to select-action.

      *****************************************************************
      * REBUILD-RECORD WALKS THE SAME HISTORY AND KEEPS THE LAST     *
      * ENTRY DATED ON OR BEFORE THE AS-OF DATE: ITS AFTER IMAGE IS  *
      * THE RECORD AS IT STOOD THAT DAY (A DELETE LEAVES NO RECORD). *
      * NO ENTRY THAT EARLY MEANS THE RECORD EITHER DID NOT EXIST YET*
      * OR PREDATES THE JOURNAL - THE FIRST ENTRY'S BEFORE IMAGE IS  *
      * SHOWN SO THE OPERATOR CAN TELL WHICH.                        *
      *****************************************************************
       rebuild-record.
              perform accept-master-key
              if inq-master-name = spaces
                     go to select-action
              end-if
              if not valid-inq-input
                     go to select-action
              end-if
              display "Enter as-of date (YYYYMMDD): "
              accept inq-as-of-date
              if inq-as-of-date = 0
                     move rpt-run-date to inq-as-of-date
              end-if
              move "REBUILT RECORD      " to rpt-inq-title-out
              move "  AS OF: " to rpt-inq-asof-lit
              move inq-as-of-date to rpt-inq-asof-out
              perform write-inquiry-line
              move 0 to entries-found
              move "N" to rebuilt-sw
              move spaces to rebuilt-image
              move spaces to rebuilt-action
              move 0 to rebuilt-date
              perform start-record-history
              perform scan-for-rebuild until end-of-journal
              perform write-rebuilt-record
              go to select-action.

       end-program.
              close journal-file
              close print-file
              goback.

      *****************************************************************
      * ACCEPT-MASTER-KEY PROMPTS FOR THE MASTER FILE NAME AND THEN  *
      * FOR THAT MASTER'S OWN KEY FIELDS, BUILDING THE RECORD KEY    *
      * EXACTLY AS THE MAINTENANCE PROGRAM JOURNALED IT.             *
      *****************************************************************
       accept-master-key.
              move "Y" to valid-input-sw
              move spaces to inq-record-key
              display spaces
              display "Enter master file name - EQUIPMST, RATETAB, "
                      "SITEMST, PROJMST, EMISFAC, TESTLOG, DRVCAT, "
                      "OPERMST, BUDGMST, MOTORCAT, INCENTV, "
                      "REBTRACK, PRODMST "
                      "(blank to cancel): "
              accept inq-master-name
              if inq-master-name not = spaces
                     if known-master
                            perform accept-record-key
                     else
                            display "Master " inq-master-name " is "
                                    "not journaled - entry refused"
                            move "N" to valid-input-sw
                     end-if
              end-if.

       accept-record-key.
              if inq-master-name = "EQUIPMST"
                     display "Enter equipment id: "
                     accept eqm-equip-id
                     move eqm-equip-id to inq-record-key
              end-if
              if inq-master-name = "RATETAB"
                     display "Enter fuel type: "
                     accept rtb-fuel-type
                     display "Enter effective date (YYYYMMDD): "
                     accept rtb-effective-date
                     move rtb-rate-key to inq-record-key
              end-if
              if inq-master-name = "SITEMST"
                     display "Enter site code: "
                     accept sit-site-code
                     move sit-site-code to inq-record-key
              end-if
              if inq-master-name = "PROJMST"
                     display "Enter project number: "
                     accept prj-project-no
                     move prj-project-no to inq-record-key
              end-if
              if inq-master-name = "EMISFAC"
                     display "Enter fuel type: "
                     accept emf-fuel-type
                     display "Enter effective date (YYYYMMDD): "
                     accept emf-effective-date
                     move emf-factor-key to inq-record-key
              end-if
              if inq-master-name = "TESTLOG"
                     display "Enter equipment id: "
                     accept tst-equip-id
                     display "Enter test date (YYYYMMDD): "
                     accept tst-test-date
                     move tst-test-key to inq-record-key
              end-if
              if inq-master-name = "DRVCAT"
                     display "Enter drive model: "
                     accept drv-model
                     move drv-model to inq-record-key
              end-if
              if inq-master-name = "OPERMST"
                     display "Enter operator id: "
                     accept opr-operator-id
                     move opr-operator-id to inq-record-key
              end-if
              if inq-master-name = "BUDGMST"
                     display "Enter site code: "
                     accept bud-site-code
                     display "Enter fuel type: "
                     accept bud-fuel-type
                     display "Enter budget year (YYYY): "
                     accept bud-year
                     move bud-budget-key to inq-record-key
              end-if
              if inq-master-name = "MOTORCAT"
                     display "Enter horsepower: "
                     accept mtc-hp
                     display "Enter speed (RPM): "
                     accept mtc-speed
                     display "Enter enclosure: "
                     accept mtc-enclosure
                     move mtc-catalog-key to inq-record-key
              end-if
              if inq-master-name = "INCENTV"
                     display "Enter fuel type: "
                     accept inc-fuel-type
                     display "Enter effective date (YYYYMMDD): "
                     accept inc-effective-date
                     move inc-incentive-key to inq-record-key
              end-if
              if inq-master-name = "REBTRACK"
                     display "Enter project number: "
                     accept reb-project-no
                     move reb-project-no to inq-record-key
              end-if
              if inq-master-name = "PRODMST"
                     display "Enter site code: "
                     accept prd-site-code
                     display "Enter period (YYYYMM): "
                     accept prd-period
                     move prd-production-key to inq-record-key
              end-if.

      *****************************************************************
      * START-RECORD-HISTORY POSITIONS THE JOURNAL AT THE KEYED      *
      * RECORD'S FIRST ENTRY AND READS IT.  THE STATUS CHECKS STOP   *
      * THE SCAN WHEN THE FILE IS UNAVAILABLE OR A READ FAILS.       *
      *****************************************************************
       start-record-history.
              move "N" to journal-eof-sw
              move inq-master-name to jrn-master-name
              move inq-record-key to jrn-record-key
              move 0 to jrn-change-date
              move 0 to jrn-change-time
              move 0 to jrn-sequence
              start journal-file
                  key is not less than jrn-journal-key
                  invalid key
                         move "Y" to journal-eof-sw
              end-start
              if jrn-file-status not = "00"
                     move "Y" to journal-eof-sw
              end-if
              if not end-of-journal
                     perform read-next-journal
              end-if.

       read-next-journal.
              read journal-file next record
                  at end move "Y" to journal-eof-sw
              end-read
              if jrn-file-status not = "00"
                     move "Y" to journal-eof-sw
              end-if
              if not end-of-journal
                     if jrn-master-name not = inq-master-name
                        or jrn-record-key not = inq-record-key
                            move "Y" to journal-eof-sw
                     end-if
              end-if.

       list-history-entry.
              add 1 to entries-found
              move jrn-change-time to journal-time-parts
              move jrn-before-image to image-source
              perform format-image
              move "BEFORE" to rpt-old-new-out
              perform write-entry-line
              move jrn-after-image to image-source
              perform format-image
              move "AFTER" to rpt-old-new-out
              perform write-entry-line
              perform read-next-journal.

       scan-for-rebuild.
              add 1 to entries-found
              if entries-found = 1
                 and jrn-change-date > inq-as-of-date
                     move jrn-before-image to image-source
                     move jrn-action to rebuilt-action
              end-if
              if jrn-change-date not > inq-as-of-date
                     move "Y" to rebuilt-sw
                     move jrn-after-image to rebuilt-image
                     move jrn-action to rebuilt-action
                     move jrn-change-date to rebuilt-date
              end-if
              perform read-next-journal.

      *****************************************************************
      * WRITE-REBUILT-RECORD REPORTS THE OUTCOME OF THE REBUILD SCAN.*
      *****************************************************************
       write-rebuilt-record.
              if entries-found = 0
                     move "NO JOURNAL ENTRIES FOR THIS RECORD"
                          to rpt-message-out
                     perform write-message-line
                     display "No journal entries for this record"
              else
                     if entry-on-or-before
                            if rebuilt-image = spaces
                                   move "RECORD NOT ON FILE - DELETED"
                                        to rpt-message-out
                                   perform write-message-line
                                   display "Record was not on file on "
                                           inq-as-of-date
                            else
                                   move rebuilt-image to image-source
                                   perform format-image
                                   move rebuilt-date to rpt-date-out
                                   move 0 to rpt-time-out
                                   move rebuilt-action to rpt-action-out
                                   move spaces to rpt-oper-out
                                   move "AS OF" to rpt-old-new-out
                                   move image-text to rpt-image-out
                                   perform write-detail-line
                                   display "Record as of "
                                           inq-as-of-date ": "
                                   display image-text
                            end-if
                     else
                            move "NO CHANGE BY AS-OF DATE - FIRST IMAGE"
                                 to rpt-message-out
                            perform write-message-line
                            perform format-image
                            move 0 to rpt-date-out
                            move 0 to rpt-time-out
                            move spaces to rpt-action-out
                            move spaces to rpt-oper-out
                            move "BEFORE" to rpt-old-new-out
                            move image-text to rpt-image-out
                            perform write-detail-line
                            display "No change on or before "
                                    inq-as-of-date
                                    " - record before its first change:"
                            display image-text
                     end-if
              end-if.

      *****************************************************************
      * FORMAT-IMAGE EDITS THE IMAGE IN IMAGE-SOURCE INTO ONE        *
      * PRINTABLE LINE IN IMAGE-TEXT, BY WAY OF THE MASTER'S OWN     *
      * RECORD LAYOUT.  A BLANK IMAGE (BEFORE AN ADD, AFTER A        *
      * DELETE) PRINTS AS "(NO RECORD)".                             *
      *****************************************************************
       format-image.
              move spaces to image-text
              if image-source = spaces
                     move "(NO RECORD)" to image-text
              else
                     perform format-master-image
              end-if.

       format-master-image.
              if inq-master-name = "EQUIPMST"
                     move image-source to equip-master-record
                     move eqm-rated-rpm1 to edit-qty-1
                     move eqm-rated-qty1 to edit-qty-2
                     string "DESC " eqm-description
                            "  RPM " edit-qty-1
                            "  QTY " edit-qty-2
                            "  SITE " eqm-site-code
                            delimited by size into image-text
              end-if
              if inq-master-name = "RATETAB"
                     move image-source to rate-table-record
                     move rtb-rate-per-unit to edit-rate
                     string "RATE PER UNIT " edit-rate
                            delimited by size into image-text
              end-if
              if inq-master-name = "SITEMST"
                     move image-source to site-master-record
                     string "NAME " sit-site-name
                            "  REPORT SEQ " sit-report-seq
                            delimited by size into image-text
              end-if
              if inq-master-name = "PROJMST"
                     move image-source to project-master-record
                     move prj-capital-cost to edit-amount
                     move prj-proj-savings to edit-amount-2
                     string "EQUIP " prj-equip-id
                            "  INSTALLED " prj-install-date
                            "  COST " edit-amount
                            "  SAVINGS " edit-amount-2
                            delimited by size into image-text
              end-if
              if inq-master-name = "EMISFAC"
                     move image-source to emission-factor-record
                     move emf-lbs-co2-per-unit to edit-rate
                     string "LBS CO2 PER UNIT " edit-rate
                            delimited by size into image-text
              end-if
              if inq-master-name = "TESTLOG"
                     move image-source to combustion-test-record
                     move tst-measured-eff to edit-eff
                     move tst-stack-temp to edit-temp
                     string "MEASURED EFF " edit-eff
                            "  STACK TEMP " edit-temp
                            delimited by size into image-text
              end-if
              if inq-master-name = "DRVCAT"
                     move image-source to drive-catalog-record
                     move drv-hp-rating to edit-qty-1
                     move drv-price to edit-amount
                     string "HP " edit-qty-1
                            "  VOLTS " drv-voltage
                            "  PHASE " drv-phase
                            "  PRICE " edit-amount
                            delimited by size into image-text
              end-if
              if inq-master-name = "OPERMST"
                     move image-source to operator-master-record
                     string "AUTH LEVEL " opr-auth-level
                            "  PASSWORD (MASKED)"
                            delimited by size into image-text
              end-if
              if inq-master-name = "BUDGMST"
                     move image-source to site-budget-record
                     move 0 to annual-units
                     move 0 to annual-dollars
                     perform add-budget-month
                         varying month-ix from 1 by 1
                         until month-ix > 12
                     move annual-units to edit-amount
                     move annual-dollars to edit-amount-2
                     string "ANNUAL UNITS " edit-amount
                            "  ANNUAL DOLLARS " edit-amount-2
                            delimited by size into image-text
              end-if
              if inq-master-name = "MOTORCAT"
                     move image-source to motor-catalog-record
                     move mtc-nominal-eff to edit-eff
                     move mtc-price to edit-amount
                     string "NOMINAL EFF " edit-eff
                            "  PRICE " edit-amount
                            delimited by size into image-text
              end-if
              if inq-master-name = "INCENTV"
                     move image-source to incentive-table-record
                     move inc-per-unit to edit-rate
                     move inc-per-vsd-hp to edit-amount
                     string inc-program-name
                            "  PER UNIT " edit-rate
                            "  PER VSD HP " edit-amount
                            "  CAP % " inc-cap-pct
                            delimited by size into image-text
              end-if
              if inq-master-name = "REBTRACK"
                     move image-source to rebate-tracking-record
                     move reb-claimed to edit-amount
                     move reb-approved to edit-amount-2
                     string "ST " reb-status
                            "  APPL " reb-apply-date
                            "  CLM " edit-amount
                            "  APPR " edit-amount-2
                            "  PAID " reb-paid-date
                            delimited by size into image-text
              end-if
              if inq-master-name = "PRODMST"
                     move image-source to production-record
                     move prd-units-produced to edit-amount
                     string "UNITS PRODUCED " edit-amount
                            " " prd-unit-of-measure
                            "  OPERATING DAYS " prd-operating-days
                            delimited by size into image-text
              end-if.

       add-budget-month.
              add bud-consumption (month-ix) to annual-units
              add bud-dollars (month-ix) to annual-dollars.

      *****************************************************************
      * READ-SESSION PICKS UP THE SIGNED-ON OPERATOR FROM THE        *
      * OPERSESS SESSION RECORD ENERGYMENU WROTE AT SIGN-ON, SO THE  *
      * INQUIRY REPORT NAMES THE PERSON WHO ASKED.  RUN OUTSIDE THE  *
      * MENU THERE IS NO SESSION AND THE ID IS PROMPTED.             *
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

       write-report-heading.
              add 1 to page-count
              move page-count to rpt1-page-out
              move rpt-run-date to rpt2-date-out
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

       write-inquiry-line.
              if line-count >= lines-per-page - 2
                     perform write-report-heading
              end-if
              move spaces to print-line
              write print-record after advancing 1
              move inq-master-name to rpt-inq-master-out
              move inq-record-key to rpt-inq-key-out
              move rpt-inquiry-line to print-line
              write print-record after advancing 1
              add 2 to line-count.

       write-entry-line.
              move jrn-change-date to rpt-date-out
              move journal-hhmmss to rpt-time-out
              move jrn-action to rpt-action-out
              move jrn-operator-id to rpt-oper-out
              move image-text to rpt-image-out
              perform write-detail-line.

       write-detail-line.
              if line-count >= lines-per-page
                     perform write-report-heading
              end-if
              move rpt-detail-line to print-line
              write print-record after advancing 1
              add 1 to line-count.

       write-message-line.
              if line-count >= lines-per-page
                     perform write-report-heading
              end-if
              move rpt-message-line to print-line
              write print-record after advancing 1
              add 1 to line-count.
