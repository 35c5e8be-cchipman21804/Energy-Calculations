      *****************************************************************
      * NIGHTLY REFERENTIAL INTEGRITY CHECK                           *
      *                                                               *
      * The master and history files point at one another by key,   *
      * but nothing stops one side of a reference being removed or  *
      * mistyped while the other side lives on - a unit moved to a  *
      * site nobody set up, a project or combustion test left       *
      * behind for a unit that was deleted, a meter feed carrying a *
      * fuel type nobody priced, an AUDITLOG row whose AUDITIDX     *
      * companion was never written.  Each one quietly drops out of *
      * a report downstream.  This run checks every reference and   *
      * prints one exception line per break:                         *
      *                                                              *
      *   - EQUIPMST site codes not on SITEMST,                      *
      *   - BUDGMST and PRODMST site codes not on SITEMST,           *
      *   - PROJMST and TESTLOG equipment ids not on EQUIPMST,       *
      *   - METERACT fuel types with no RATETAB rate in effect for   *
      *     the metered period, and                                  *
      *   - AUDITLOG rows with no AUDITIDX companion, and AUDITIDX   *
      *     rows with no AUDITLOG row behind them.                   *
      *                                                              *
      * NOTHING IS CORRECTED HERE - THE EXCEPTIONS ARE FIXED THROUGH *
      * THE OWNING MAINTENANCE PROGRAM (OR, FOR THE AUDIT INDEX, BY  *
      * AUDMAINT'S REBUILD) SO EVERY CORRECTION IS VALIDATED AND     *
      * REPORTED THE USUAL WAY.                                      *
      *****************************************************************

       identification division.
       program-id.   refcheck.

       environment division.
       input-output section.
       file-control.
           select optional equip-master-file assign to "EQUIPMST"
               organization is indexed
               access mode is dynamic
               record key is eqm-equip-id
               file status is eqm-file-status.
           select optional site-master-file assign to "SITEMST"
               organization is indexed
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
           select optional meter-actual-file assign to "METERACT"
               organization is line sequential
               file status is mtr-file-status.
           select optional rate-table-file assign to "RATETAB"
               organization is indexed
               access mode is dynamic
               record key is rtb-rate-key
               file status is rtb-file-status.
           select optional audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is aud-file-status.
           select optional audit-index-file assign to "AUDITIDX"
               organization is indexed
               access mode is dynamic
               record key is axr-index-key
               alternate record key is axr-run-date
                   with duplicates
               file status is axr-file-status.
           select optional print-file assign to "REFRPT"
               organization is line sequential
               file status is rpt-file-status.

       data division.
       file section.
       fd  equip-master-file
           label records are standard.
       copy "equipmst.cpy".

       fd  site-master-file
           label records are standard.
       copy "sitemst.cpy".

       fd  project-master-file
           label records are standard.
       copy "projmst.cpy".

       fd  test-log-file
           label records are standard.
       copy "testlog.cpy".

       fd  budget-master-file
           label records are standard.
       copy "budgmst.cpy".

       fd  production-file
           label records are standard.
       copy "prodmst.cpy".

       fd  meter-actual-file
           label records are standard.
       copy "meteract.cpy".

       fd  rate-table-file
           label records are standard.
       copy "ratetab.cpy".

       fd  audit-file
           label records are standard.
       copy "audtrec.cpy".

       fd  audit-index-file
           label records are standard.
       copy "audxrec.cpy".

       fd  print-file
           label records are standard.
       copy "rptrec.cpy".

       working-storage section.

       01 CHECK-FIELDS.
              05 CHECK-RUN-DATE    PIC 9(08).
              05 RATE-AS-OF-DATE   PIC 9(08).
              05 AUDIT-DAY         PIC 9(08).
              05 GROUP-DIFFERENCE  PIC S9(05) USAGE COMP.
              05 EDIT-COUNT        PIC ZZZZ9.

       01 EQM-FILE-STATUS         PIC X(02).
       01 SIT-FILE-STATUS         PIC X(02).
       01 PRJ-FILE-STATUS         PIC X(02).
       01 TST-FILE-STATUS         PIC X(02).
       01 BUD-FILE-STATUS         PIC X(02).
       01 PRD-FILE-STATUS         PIC X(02).
       01 MTR-FILE-STATUS         PIC X(02).
       01 RTB-FILE-STATUS         PIC X(02).
       01 AUD-FILE-STATUS         PIC X(02).
       01 AXR-FILE-STATUS         PIC X(02).
       01 RPT-FILE-STATUS         PIC X(02).

      *****************************************************************
      * ONE DAY'S AUDIT HISTORY, GROUPED BY EQUIPMENT ID AND RESULT  *
      * TYPE - THE SAME GROUPING AS THE AUDITIDX KEY.  AUDITLOG IS   *
      * APPENDED IN RUN-DATE ORDER (AND AUDMAINT KEEPS IT THAT WAY), *
      * SO ONE DAY'S ROWS ARE COUNTED HERE, THE SAME DAY'S INDEX     *
      * ROWS ARE COUNTED OFF THE RUN-DATE ALTERNATE KEY, AND ANY     *
      * GROUP WHOSE TWO COUNTS DISAGREE IS AN EXCEPTION.             *
      *****************************************************************
       01 DAY-GROUP-TABLE.
              05 DGT-ENTRY OCCURS 500 TIMES.
                     10 DGT-EQUIP-ID      PIC X(10).
                     10 DGT-RESULT-TYPE   PIC X(10).
                     10 DGT-LOG-COUNT     PIC 9(05) USAGE COMP.
                     10 DGT-IDX-COUNT     PIC 9(05) USAGE COMP.
       01 DGT-IX                  PIC 9(04) USAGE COMP.
       01 DGT-COUNT               PIC 9(04) USAGE COMP VALUE 0.
       01 DGT-FIND-EQUIP          PIC X(10).
       01 DGT-FIND-TYPE           PIC X(10).

      *****************************************************************
      * EXCEPTION COUNTERS - ONE PER CHECK - FOR THE SUMMARY.        *
      *****************************************************************
       01 EQUIP-READ-COUNT        PIC 9(08) USAGE COMP VALUE 0.
       01 EQUIP-SITE-ERRORS       PIC 9(08) USAGE COMP VALUE 0.
       01 BUDGET-READ-COUNT       PIC 9(08) USAGE COMP VALUE 0.
       01 BUDGET-SITE-ERRORS      PIC 9(08) USAGE COMP VALUE 0.
       01 PRODUCTION-READ-COUNT   PIC 9(08) USAGE COMP VALUE 0.
       01 PRODUCTION-SITE-ERRORS  PIC 9(08) USAGE COMP VALUE 0.
       01 PROJECT-READ-COUNT      PIC 9(08) USAGE COMP VALUE 0.
       01 PROJECT-EQUIP-ERRORS    PIC 9(08) USAGE COMP VALUE 0.
       01 TEST-READ-COUNT         PIC 9(08) USAGE COMP VALUE 0.
       01 TEST-EQUIP-ERRORS       PIC 9(08) USAGE COMP VALUE 0.
       01 METER-READ-COUNT        PIC 9(08) USAGE COMP VALUE 0.
       01 METER-RATE-ERRORS       PIC 9(08) USAGE COMP VALUE 0.
       01 AUDIT-READ-COUNT        PIC 9(08) USAGE COMP VALUE 0.
       01 AUDIT-UNINDEXED-ERRORS  PIC 9(08) USAGE COMP VALUE 0.
       01 INDEX-READ-COUNT        PIC 9(08) USAGE COMP VALUE 0.
       01 INDEX-ORPHAN-ERRORS     PIC 9(08) USAGE COMP VALUE 0.
       01 TOTAL-EXCEPTIONS        PIC 9(08) USAGE COMP VALUE 0.

      *****************************************************************
      * REPORT CONTROL FIELDS AND LINE LAYOUTS FOR THE EXCEPTION     *
      * REPORT.                                                      *
      *****************************************************************
       01 LINES-PER-PAGE          PIC 9(02) USAGE COMP VALUE 50.
       01 LINE-COUNT              PIC 9(02) USAGE COMP VALUE 99.
       01 PAGE-COUNT              PIC 9(04) USAGE COMP VALUE 0.

       01 RPT-HEADING-1.
              05 FILLER            PIC X(30)
                                    VALUE "REFERENTIAL INTEGRITY CHECK".
              05 FILLER            PIC X(21)
                                    VALUE "EXCEPTION REPORT     ".
              05 FILLER            PIC X(06) VALUE "PAGE: ".
              05 RPT1-PAGE-OUT     PIC ZZZ9.

       01 RPT-HEADING-2.
              05 FILLER            PIC X(11) VALUE "RUN DATE: ".
              05 RPT2-DATE-OUT     PIC 9(08).

       01 RPT-HEADING-3.
              05 FILLER            PIC X(08) VALUE "FILE    ".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(30) VALUE "RECORD".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(09) VALUE "EXCEPTION".

       01 RPT-DETAIL-LINE.
              05 RPT-FILE-OUT      PIC X(08).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-RECORD-OUT    PIC X(30).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-EXCEPTION-OUT PIC X(50).

       01 RPT-COUNT-LINE.
              05 RPT-CNT-LABEL     PIC X(36).
              05 RPT-CNT-READ      PIC ZZZZZZZ9.
              05 FILLER            PIC X(14) VALUE " EXCEPTIONS: ".
              05 RPT-CNT-ERRORS    PIC ZZZZZZZ9.

       01 RPT-VERDICT-LINE.
              05 FILLER            PIC X(09) VALUE "VERDICT: ".
              05 RPT-VERDICT-OUT   PIC X(40).

       01 SWITCHES.
              05 EQUIP-SCAN-EOF-SW PIC X(01) VALUE "N".
                     88 END-OF-EQUIP-SCAN VALUE "Y".
              05 PROJECT-EOF-SW    PIC X(01) VALUE "N".
                     88 END-OF-PROJECTS VALUE "Y".
              05 TEST-EOF-SW       PIC X(01) VALUE "N".
                     88 END-OF-TESTS VALUE "Y".
              05 BUDGET-EOF-SW     PIC X(01) VALUE "N".
                     88 END-OF-BUDGETS VALUE "Y".
              05 PRODUCTION-EOF-SW PIC X(01) VALUE "N".
                     88 END-OF-PRODUCTION VALUE "Y".
              05 METER-EOF-SW      PIC X(01) VALUE "N".
                     88 END-OF-METER VALUE "Y".
              05 AUDIT-EOF-SW      PIC X(01) VALUE "N".
                     88 END-OF-AUDIT-LOG VALUE "Y".
              05 IDX-SCAN-EOF-SW   PIC X(01) VALUE "N".
                     88 END-OF-IDX-SCAN VALUE "Y".
              05 RATE-SCAN-EOF-SW  PIC X(01) VALUE "N".
                     88 END-OF-RATE-SCAN VALUE "Y".
              05 SITE-FOUND-SW     PIC X(01) VALUE "N".
                     88 SITE-FOUND VALUE "Y".
              05 EQUIP-FOUND-SW    PIC X(01) VALUE "N".
                     88 EQUIP-FOUND VALUE "Y".
              05 RATE-FOUND-SW     PIC X(01) VALUE "N".
                     88 RATE-FOUND VALUE "Y".
              05 GROUP-FOUND-SW    PIC X(01) VALUE "N".
                     88 GROUP-FOUND VALUE "Y".
              05 DAY-OVERFLOW-SW   PIC X(01) VALUE "N".
                     88 DAY-OVERFLOW VALUE "Y".

       procedure division.
       init-ws.

      *****************************************************************
      * THIS PROGRAM MAY BE CALLED MORE THAN ONCE IN THE SAME RUN     *
      * UNIT (FROM ENERGYMENU'S MENU LOOP), AND COBOL DOES NOT RESET  *
      * A CALLED SUBPROGRAM'S WORKING-STORAGE BETWEEN CALLS ON ITS    *
      * OWN.  EVERY SWITCH AND COUNTER IS RESET HERE EXPLICITLY SO A  *
      * SECOND CALL STARTS CLEAN.                                     *
      *****************************************************************
              initialize check-fields
              initialize day-group-table
              move 0 to dgt-count
              move "N" to equip-scan-eof-sw
              move "N" to project-eof-sw
              move "N" to test-eof-sw
              move "N" to budget-eof-sw
              move "N" to production-eof-sw
              move "N" to meter-eof-sw
              move "N" to audit-eof-sw
              move "N" to idx-scan-eof-sw
              move "N" to rate-scan-eof-sw
              move "N" to site-found-sw
              move "N" to equip-found-sw
              move "N" to rate-found-sw
              move "N" to group-found-sw
              move "N" to day-overflow-sw
              move 0 to equip-read-count
              move 0 to equip-site-errors
              move 0 to budget-read-count
              move 0 to budget-site-errors
              move 0 to production-read-count
              move 0 to production-site-errors
              move 0 to project-read-count
              move 0 to project-equip-errors
              move 0 to test-read-count
              move 0 to test-equip-errors
              move 0 to meter-read-count
              move 0 to meter-rate-errors
              move 0 to audit-read-count
              move 0 to audit-unindexed-errors
              move 0 to index-read-count
              move 0 to index-orphan-errors
              move 0 to total-exceptions
              move 0 to page-count
              move 99 to line-count
              accept check-run-date from date yyyymmdd
              display "NIGHTLY REFERENTIAL INTEGRITY CHECK"
              open input equip-master-file
              open input site-master-file
              open input project-master-file
              open input test-log-file
              open input budget-master-file
              open input production-file
              open input rate-table-file
              open output print-file
              perform write-report-heading
              perform check-equipment-sites
              perform check-budget-sites
              perform check-production-sites
              perform check-project-equipment
              perform check-test-equipment
              perform check-meter-fuel-rates
              perform check-audit-index
              perform write-summary
              close equip-master-file
              close site-master-file
              close project-master-file
              close test-log-file
              close budget-master-file
              close production-file
              close rate-table-file
              close print-file
              if total-exceptions = 0
                     display "All references resolve"
              else
                     display "*** " total-exceptions " referential "
                             "exceptions - see the REFRPT report"
              end-if
              go to end-program.

       end-program.
              goback.

      *****************************************************************
      * CHECK-EQUIPMENT-SITES READS THE EQUIPMENT MASTER FROM THE TOP *
      * AND LOOKS EACH UNIT'S SITE CODE UP ON THE SITE MASTER.  A     *
      * BLANK SITE CODE IS A UNIT NOT YET ASSIGNED TO A PLANT, NOT A  *
      * BROKEN REFERENCE, AND IS PASSED.                              *
      *****************************************************************
       check-equipment-sites.
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
              perform check-one-equipment until end-of-equip-scan.

       read-next-equipment.
              read equip-master-file next record
                  at end move "Y" to equip-scan-eof-sw
              end-read
              if eqm-file-status not = "00"
                     move "Y" to equip-scan-eof-sw
              end-if.

       check-one-equipment.
              add 1 to equip-read-count
              if eqm-site-code not = spaces
                     move eqm-site-code to sit-site-code
                     perform lookup-site
                     if not site-found
                            move "EQUIPMST" to rpt-file-out
                            move eqm-equip-id to rpt-record-out
                            move spaces to rpt-exception-out
                            string "SITE " eqm-site-code
                                   " NOT ON SITEMST"
                                   delimited by size
                                   into rpt-exception-out
                            perform write-exception-line
                            add 1 to equip-site-errors
                     end-if
              end-if
              perform read-next-equipment.

      *****************************************************************
      * CHECK-BUDGET-SITES AND CHECK-PRODUCTION-SITES READ THE BUDGET *
      * AND PRODUCTION MASTERS FROM THE TOP AND LOOK EACH RECORD'S    *
      * SITE CODE UP ON THE SITE MASTER.  BOTH MASTERS ARE KEYED BY   *
      * SITE, SO A BLANK SITE CODE IS A BROKEN REFERENCE HERE.        *
      *****************************************************************
       check-budget-sites.
              move "N" to budget-eof-sw
              move low-values to bud-budget-key
              start budget-master-file
                  key is not less than bud-budget-key
                  invalid key
                         move "Y" to budget-eof-sw
              end-start
              if bud-file-status not = "00"
                     move "Y" to budget-eof-sw
              end-if
              if not end-of-budgets
                     perform read-next-budget
              end-if
              perform check-one-budget until end-of-budgets.

       read-next-budget.
              read budget-master-file next record
                  at end move "Y" to budget-eof-sw
              end-read
              if bud-file-status not = "00"
                     move "Y" to budget-eof-sw
              end-if.

       check-one-budget.
              add 1 to budget-read-count
              move bud-site-code to sit-site-code
              perform lookup-site
              if not site-found
                     move "BUDGMST" to rpt-file-out
                     move spaces to rpt-record-out
                     string bud-site-code " " bud-fuel-type " "
                            bud-year
                            delimited by size
                            into rpt-record-out
                     move spaces to rpt-exception-out
                     string "SITE " bud-site-code
                            " NOT ON SITEMST"
                            delimited by size
                            into rpt-exception-out
                     perform write-exception-line
                     add 1 to budget-site-errors
              end-if
              perform read-next-budget.

       check-production-sites.
              move "N" to production-eof-sw
              move low-values to prd-production-key
              start production-file
                  key is not less than prd-production-key
                  invalid key
                         move "Y" to production-eof-sw
              end-start
              if prd-file-status not = "00"
                     move "Y" to production-eof-sw
              end-if
              if not end-of-production
                     perform read-next-production
              end-if
              perform check-one-production until end-of-production.

       read-next-production.
              read production-file next record
                  at end move "Y" to production-eof-sw
              end-read
              if prd-file-status not = "00"
                     move "Y" to production-eof-sw
              end-if.

       check-one-production.
              add 1 to production-read-count
              move prd-site-code to sit-site-code
              perform lookup-site
              if not site-found
                     move "PRODMST" to rpt-file-out
                     move spaces to rpt-record-out
                     string prd-site-code " " prd-period
                            delimited by size
                            into rpt-record-out
                     move spaces to rpt-exception-out
                     string "SITE " prd-site-code
                            " NOT ON SITEMST"
                            delimited by size
                            into rpt-exception-out
                     perform write-exception-line
                     add 1 to production-site-errors
              end-if
              perform read-next-production.

      *****************************************************************
      * CHECK-PROJECT-EQUIPMENT AND CHECK-TEST-EQUIPMENT READ THE    *
      * PROJECT MASTER AND THE COMBUSTION TEST LOG FROM THE TOP AND  *
      * LOOK EACH RECORD'S EQUIPMENT ID UP ON THE EQUIPMENT MASTER.  *
      *****************************************************************
       check-project-equipment.
              move "N" to project-eof-sw
              move low-values to prj-project-no
              start project-master-file
                  key is not less than prj-project-no
                  invalid key
                         move "Y" to project-eof-sw
              end-start
              if prj-file-status not = "00"
                     move "Y" to project-eof-sw
              end-if
              if not end-of-projects
                     perform read-next-project
              end-if
              perform check-one-project until end-of-projects.

       read-next-project.
              read project-master-file next record
                  at end move "Y" to project-eof-sw
              end-read
              if prj-file-status not = "00"
                     move "Y" to project-eof-sw
              end-if.

       check-one-project.
              add 1 to project-read-count
              move prj-equip-id to eqm-equip-id
              perform lookup-equipment
              if not equip-found
                     move "PROJMST" to rpt-file-out
                     move prj-project-no to rpt-record-out
                     move spaces to rpt-exception-out
                     string "EQUIPMENT " prj-equip-id
                            " NOT ON EQUIPMST"
                            delimited by size
                            into rpt-exception-out
                     perform write-exception-line
                     add 1 to project-equip-errors
              end-if
              perform read-next-project.

       check-test-equipment.
              move "N" to test-eof-sw
              move low-values to tst-test-key
              start test-log-file
                  key is not less than tst-test-key
                  invalid key
                         move "Y" to test-eof-sw
              end-start
              if tst-file-status not = "00"
                     move "Y" to test-eof-sw
              end-if
              if not end-of-tests
                     perform read-next-test
              end-if
              perform check-one-test until end-of-tests.

       read-next-test.
              read test-log-file next record
                  at end move "Y" to test-eof-sw
              end-read
              if tst-file-status not = "00"
                     move "Y" to test-eof-sw
              end-if.

       check-one-test.
              add 1 to test-read-count
              move tst-equip-id to eqm-equip-id
              perform lookup-equipment
              if not equip-found
                     move "TESTLOG" to rpt-file-out
                     move spaces to rpt-record-out
                     string tst-equip-id " " tst-test-date
                            delimited by size
                            into rpt-record-out
                     move "EQUIPMENT NOT ON EQUIPMST"
                          to rpt-exception-out
                     perform write-exception-line
                     add 1 to test-equip-errors
              end-if
              perform read-next-test.

      *****************************************************************
      * CHECK-METER-FUEL-RATES READS THE METERED ACTUALS AND LOOKS   *
      * FOR A RATETAB RATE IN EFFECT FOR EACH RECORD'S FUEL TYPE BY  *
      * THE END OF ITS METERED MONTH - THE RATE BUDVAR AND SAVRECON  *
      * WOULD PRICE IT AT.  NO RATE MEANS THE CONSUMPTION IS PRICED  *
      * AT ZERO DOWNSTREAM.                                          *
      *****************************************************************
       check-meter-fuel-rates.
              move "N" to meter-eof-sw
              open input meter-actual-file
              perform read-meter-actual
              perform check-one-meter until end-of-meter
              close meter-actual-file.

       read-meter-actual.
              read meter-actual-file
                  at end move "Y" to meter-eof-sw
              end-read.

       check-one-meter.
              add 1 to meter-read-count
              compute rate-as-of-date = mtr-period * 100 + 31
              perform lookup-rate
              if not rate-found
                     move "METERACT" to rpt-file-out
                     move spaces to rpt-record-out
                     string mtr-equip-id " " mtr-period
                            delimited by size
                            into rpt-record-out
                     move spaces to rpt-exception-out
                     string "NO RATETAB RATE FOR FUEL "
                            mtr-fuel-type
                            " IN EFFECT"
                            delimited by size
                            into rpt-exception-out
                     perform write-exception-line
                     add 1 to meter-rate-errors
              end-if
              perform read-meter-actual.

      *****************************************************************
      * CHECK-AUDIT-INDEX MATCHES AUDITLOG AGAINST AUDITIDX ONE RUN  *
      * DATE AT A TIME.  THE LOG IS READ A DAY AT A TIME INTO THE    *
      * DAY GROUP TABLE; AT EACH DAY BREAK THE INDEX, READ IN STEP   *
      * ALONG ITS RUN-DATE ALTERNATE KEY, IS COUNTED INTO THE SAME   *
      * GROUPS AND THE TWO COUNTS COMPARED.  INDEX ROWS DATED ON A   *
      * DAY THE LOG HAS NO ROWS FOR - AND ANY LEFT AFTER THE LOG'S   *
      * LAST DAY - HAVE NO LOG ROW BEHIND THEM AT ALL.               *
      *****************************************************************
       check-audit-index.
              move "N" to audit-eof-sw
              move "N" to idx-scan-eof-sw
              move 0 to audit-day
              open input audit-file
              open input audit-index-file
              move 0 to axr-run-date
              start audit-index-file
                  key is not less than axr-run-date
                  invalid key
                         move "Y" to idx-scan-eof-sw
              end-start
              if axr-file-status not = "00"
                     move "Y" to idx-scan-eof-sw
              end-if
              if not end-of-idx-scan
                     perform read-next-index
              end-if
              perform read-audit-log
              perform tally-audit-row until end-of-audit-log
              if audit-day not = 0
                     perform close-audit-day
              end-if
              perform report-orphan-index until end-of-idx-scan
              close audit-file
              close audit-index-file.

       read-audit-log.
              read audit-file
                  at end move "Y" to audit-eof-sw
              end-read.

       read-next-index.
              read audit-index-file next record
                  at end move "Y" to idx-scan-eof-sw
              end-read
              if axr-file-status not = "00"
                     move "Y" to idx-scan-eof-sw
              end-if.

       tally-audit-row.
              add 1 to audit-read-count
              if aud-run-date not = audit-day
                     if audit-day not = 0
                            perform close-audit-day
                     end-if
                     move aud-run-date to audit-day
                     initialize day-group-table
                     move 0 to dgt-count
                     move "N" to day-overflow-sw
              end-if
              move aud-equip-id to dgt-find-equip
              move aud-result-type to dgt-find-type
              perform find-day-group
              if group-found
                     add 1 to dgt-log-count (dgt-ix)
              end-if
              perform read-audit-log.

      *****************************************************************
      * CLOSE-AUDIT-DAY FIRST REPORTS ANY INDEX ROWS DATED BEFORE    *
      * THE DAY JUST READ (NO LOG ROWS EXIST FOR THEIR DATE), THEN   *
      * COUNTS THE DAY'S OWN INDEX ROWS INTO THE GROUPS AND REPORTS  *
      * EVERY GROUP WHOSE LOG AND INDEX COUNTS DISAGREE.             *
      *****************************************************************
       close-audit-day.
              perform report-orphan-index
                  until end-of-idx-scan
                     or axr-run-date not < audit-day
              perform tally-index-row
                  until end-of-idx-scan
                     or axr-run-date not = audit-day
              perform compare-day-group
                  varying dgt-ix from 1 by 1
                  until dgt-ix > dgt-count
              if day-overflow
                     move "AUDITLOG" to rpt-file-out
                     move spaces to rpt-record-out
                     string "RUN DATE " audit-day
                            delimited by size
                            into rpt-record-out
                     move "OVER 500 UNIT/TYPE GROUPS - REST UNCHECKED"
                          to rpt-exception-out
                     perform write-exception-line
              end-if.

       tally-index-row.
              add 1 to index-read-count
              move axr-equip-id to dgt-find-equip
              move axr-result-type to dgt-find-type
              perform find-day-group
              if group-found
                     add 1 to dgt-idx-count (dgt-ix)
              end-if
              perform read-next-index.

       report-orphan-index.
              add 1 to index-read-count
              move "AUDITIDX" to rpt-file-out
              move spaces to rpt-record-out
              string axr-equip-id " " axr-run-date " "
                     axr-result-type
                     delimited by size
                     into rpt-record-out
              move "INDEX ROW HAS NO AUDITLOG ROW FOR ITS DATE"
                   to rpt-exception-out
              perform write-exception-line
              add 1 to index-orphan-errors
              perform read-next-index.

       compare-day-group.
              compute group-difference = dgt-log-count (dgt-ix)
                                       - dgt-idx-count (dgt-ix)
              if group-difference not = 0
                     move spaces to rpt-record-out
                     string dgt-equip-id (dgt-ix) " " audit-day " "
                            dgt-result-type (dgt-ix)
                            delimited by size
                            into rpt-record-out
                     move spaces to rpt-exception-out
              end-if
              if group-difference > 0
                     move group-difference to edit-count
                     move "AUDITLOG" to rpt-file-out
                     string edit-count " LOG ROW(S) NOT ON AUDITIDX"
                            delimited by size
                            into rpt-exception-out
                     perform write-exception-line
                     add group-difference to audit-unindexed-errors
              end-if
              if group-difference < 0
                     compute group-difference = 0 - group-difference
                     move group-difference to edit-count
                     move "AUDITIDX" to rpt-file-out
                     string edit-count " INDEX ROW(S) WITH NO AUDITLOG "
                            "ROW"
                            delimited by size
                            into rpt-exception-out
                     perform write-exception-line
                     add group-difference to index-orphan-errors
              end-if.

      *****************************************************************
      * FIND-DAY-GROUP LOOKS UP THE UNIT/RESULT TYPE GROUP IN THE     *
      * DAY TABLE AND ADDS IT WHEN IT IS NEW.  THE VARYING LOOP       *
      * STEPS THE SUBSCRIPT ONE PAST THE MATCH BEFORE THE UNTIL TEST  *
      * STOPS IT, SO IT IS BACKED UP ONE WHEN THE GROUP IS FOUND.  A  *
      * FULL TABLE LEAVES THE GROUP UNCOUNTED AND FLAGS THE DAY.      *
      *****************************************************************
       find-day-group.
              move "N" to group-found-sw
              perform match-day-group
                  varying dgt-ix from 1 by 1
                  until group-found or dgt-ix > dgt-count
              if group-found
                     subtract 1 from dgt-ix
              else
                     if dgt-count < 500
                            add 1 to dgt-count
                            move dgt-count to dgt-ix
                            move dgt-find-equip to dgt-equip-id (dgt-ix)
                            move dgt-find-type
                                 to dgt-result-type (dgt-ix)
                            move 0 to dgt-log-count (dgt-ix)
                            move 0 to dgt-idx-count (dgt-ix)
                            move "Y" to group-found-sw
                     else
                            move "Y" to day-overflow-sw
                     end-if
              end-if.

       match-day-group.
              if dgt-equip-id (dgt-ix) = dgt-find-equip
                 and dgt-result-type (dgt-ix) = dgt-find-type
                     move "Y" to group-found-sw
              end-if.

       lookup-site.
              move "N" to site-found-sw
              read site-master-file
                  invalid key
                         move "N" to site-found-sw
                  not invalid key
                         move "Y" to site-found-sw
              end-read.

       lookup-equipment.
              move "N" to equip-found-sw
              read equip-master-file
                  invalid key
                         move "N" to equip-found-sw
                  not invalid key
                         move "Y" to equip-found-sw
              end-read.

      *****************************************************************
      * LOOKUP-RATE LOOKS FOR MTR-FUEL-TYPE'S RATE IN EFFECT AS OF    *
      * RATE-AS-OF-DATE - THE SAME FORWARD SCAN THE CALCULATORS USE.  *
      * THE STATUS CHECKS STOP THE SCAN WHEN THE FILE IS UNAVAILABLE  *
      * OR A READ FAILS, SINCE A FAILED READ THAT IS NOT AT-END       *
      * LEAVES THE RECORD AREA AS IT WAS.                             *
      *****************************************************************
       lookup-rate.
              move "N" to rate-found-sw
              move mtr-fuel-type to rtb-fuel-type
              move 0 to rtb-effective-date
              move "N" to rate-scan-eof-sw
              start rate-table-file
                  key is not less than rtb-rate-key
                  invalid key
                         move "Y" to rate-scan-eof-sw
              end-start
              if rtb-file-status not = "00"
                     move "Y" to rate-scan-eof-sw
              end-if
              if not end-of-rate-scan
                     perform read-next-rate
              end-if
              perform scan-rate-history
                  until end-of-rate-scan.

       read-next-rate.
              read rate-table-file next record
                  at end move "Y" to rate-scan-eof-sw
              end-read
              if rtb-file-status not = "00"
                     move "Y" to rate-scan-eof-sw
              end-if.

       scan-rate-history.
              if rtb-fuel-type not = mtr-fuel-type
                 or rtb-effective-date > rate-as-of-date
                     move "Y" to rate-scan-eof-sw
              else
                     move "Y" to rate-found-sw
                     perform read-next-rate
              end-if.

      *****************************************************************
      * WRITE-SUMMARY PRINTS RECORDS READ AND EXCEPTIONS FOUND FOR   *
      * EACH CHECK, AND THE VERDICT.                                 *
      *****************************************************************
       write-summary.
              move spaces to print-line
              write print-record after advancing 1
              move "EQUIPMST - SITE NOT ON SITEMST      "
                   to rpt-cnt-label
              move equip-read-count to rpt-cnt-read
              move equip-site-errors to rpt-cnt-errors
              perform write-count-line
              move "BUDGMST - SITE NOT ON SITEMST       "
                   to rpt-cnt-label
              move budget-read-count to rpt-cnt-read
              move budget-site-errors to rpt-cnt-errors
              perform write-count-line
              move "PRODMST - SITE NOT ON SITEMST       "
                   to rpt-cnt-label
              move production-read-count to rpt-cnt-read
              move production-site-errors to rpt-cnt-errors
              perform write-count-line
              move "PROJMST - EQUIPMENT NOT ON EQUIPMST "
                   to rpt-cnt-label
              move project-read-count to rpt-cnt-read
              move project-equip-errors to rpt-cnt-errors
              perform write-count-line
              move "TESTLOG - EQUIPMENT NOT ON EQUIPMST "
                   to rpt-cnt-label
              move test-read-count to rpt-cnt-read
              move test-equip-errors to rpt-cnt-errors
              perform write-count-line
              move "METERACT - FUEL WITH NO RATETAB RATE"
                   to rpt-cnt-label
              move meter-read-count to rpt-cnt-read
              move meter-rate-errors to rpt-cnt-errors
              perform write-count-line
              move "AUDITLOG - ROW NOT ON AUDITIDX      "
                   to rpt-cnt-label
              move audit-read-count to rpt-cnt-read
              move audit-unindexed-errors to rpt-cnt-errors
              perform write-count-line
              move "AUDITIDX - ROW WITH NO AUDITLOG ROW "
                   to rpt-cnt-label
              move index-read-count to rpt-cnt-read
              move index-orphan-errors to rpt-cnt-errors
              perform write-count-line
              add equip-site-errors budget-site-errors
                  production-site-errors project-equip-errors
                  test-equip-errors meter-rate-errors
                  audit-unindexed-errors index-orphan-errors
                  giving total-exceptions
              move spaces to print-line
              write print-record after advancing 1
              if total-exceptions = 0
                     move "ALL REFERENCES RESOLVE" to rpt-verdict-out
              else
                     move "*** REFERENTIAL EXCEPTIONS FOUND ***"
                          to rpt-verdict-out
              end-if
              move rpt-verdict-line to print-line
              write print-record after advancing 1.

       write-count-line.
              move rpt-count-line to print-line
              write print-record after advancing 1.

       write-exception-line.
              if line-count >= lines-per-page
                     perform write-report-heading
              end-if
              move rpt-detail-line to print-line
              write print-record after advancing 1
              add 1 to line-count.

       write-report-heading.
              add 1 to page-count
              move page-count to rpt1-page-out
              move check-run-date to rpt2-date-out
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
