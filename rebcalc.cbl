      *****************************************************************
      * UTILITY REBATE ELIGIBILITY AND AGING                          *
      *                                                               *
      * Works out the utility rebate each PROJMST retrofit project   *
      * is eligible for, so no application is missed and no claim    *
      * is paid short unnoticed.  The project's latest DLRSAVE        *
      * projection on AUDITLOG (read through AUDITIDX) is turned      *
      * back into fuel units saved at the rate it was priced at, and *
      * rebated at the INCENTV terms in effect on the install date - *
      * per kWh or per therm saved, plus per horsepower of VSD       *
      * installed on an AFFINITY drive project, capped at the        *
      * program's percent of capital.  The eligible amount is kept   *
      * on the REBTRACK tracking file until the application is made. *
      *                                                               *
      *   REBWKS - application worksheet: every project not yet      *
      *            applied for, with the eligible rebate or the      *
      *            reason none could be worked out.                  *
      *   REBAGE - aging of unpaid claims: every application         *
      *            outstanding or approved but unpaid, by days since *
      *            it was made, flagging approvals short of claim.   *
      *****************************************************************

       identification division.
       program-id.   rebcalc.

       environment division.
       input-output section.
       file-control.
           select optional project-master-file assign to "PROJMST"
               organization is indexed
               access mode is dynamic
               record key is prj-project-no
               file status is prj-file-status.
           select optional rebate-file assign to "REBTRACK"
               organization is indexed
               access mode is dynamic
               record key is reb-project-no
               file status is reb-file-status.
           select optional incentive-file assign to "INCENTV"
               organization is indexed
               access mode is dynamic
               record key is inc-incentive-key
               file status is inc-file-status.
           select optional audit-index-file assign to "AUDITIDX"
               organization is indexed
               access mode is dynamic
               record key is axr-index-key
               alternate record key is axr-run-date
                   with duplicates
               file status is axr-file-status.
           select optional rate-table-file assign to "RATETAB"
               organization is indexed
               access mode is dynamic
               record key is rtb-rate-key
               file status is rtb-file-status.
           select optional equip-master-file assign to "EQUIPMST"
               organization is indexed
               access mode is random
               record key is eqm-equip-id
               file status is eqm-file-status.
           select optional meter-actual-file assign to "METERACT"
               organization is line sequential
               file status is mtr-file-status.
           select optional worksheet-file assign to "REBWKS"
               organization is line sequential
               file status is wks-file-status.
           select optional journal-file assign to "CHGJRNL"
               organization is indexed
               access mode is random
               record key is jrn-journal-key
               file status is jrn-file-status.
           select optional session-file assign to "OPERSESS"
               organization is line sequential
               file status is oss-file-status.
           select optional print-file assign to "REBAGE"
               organization is line sequential
               file status is rpt-file-status.

       data division.
       file section.
       fd  project-master-file
           label records are standard.
       copy "projmst.cpy".

       fd  rebate-file
           label records are standard.
       copy "rebtrack.cpy".

       fd  incentive-file
           label records are standard.
       copy "incentv.cpy".

       fd  audit-index-file
           label records are standard.
       copy "audxrec.cpy".

       fd  rate-table-file
           label records are standard.
       copy "ratetab.cpy".

       fd  equip-master-file
           label records are standard.
       copy "equipmst.cpy".

       fd  meter-actual-file
           label records are standard.
       copy "meteract.cpy".

       fd  worksheet-file
           label records are standard.
       01 WORKSHEET-RECORD.
              05 WORKSHEET-LINE    PIC X(132).

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

      *****************************************************************
      * ELIGIBILITY FIELDS FOR THE PROJECT BEING WORKED.  THE LATEST *
      * PROJECTION ROW GIVES THE DOLLARS SAVED, THE PROGRAM THAT     *
      * PROJECTED THEM AND THE DATE THEY WERE PRICED ON; DIVIDED BY  *
      * THAT DATE'S RATE THEY GIVE BACK THE FUEL UNITS SAVED.        *
      *****************************************************************
       01 ELIGIBILITY-FIELDS.
              05 PROJECTED-SAVINGS PIC S9(7)V99 USAGE COMP.
              05 PROJECTION-PROGRAM
                                   PIC X(08).
              05 PROJECTION-DATE   PIC 9(08).
              05 REBATE-FUEL       PIC X(04).
              05 RATE-AS-OF-DATE   PIC 9(08).
              05 EFFECTIVE-RATE    PIC S9(3)V9999 USAGE COMP.
              05 INCENTIVE-AS-OF-DATE
                                   PIC 9(08).
              05 UNITS-SAVED       PIC S9(9)V99 USAGE COMP.
              05 VSD-HP            PIC S9(4)V99 USAGE COMP.
              05 ELIGIBLE-REBATE   PIC S9(7)V99 USAGE COMP.
              05 REBATE-CAP        PIC S9(7)V99 USAGE COMP.
              05 SITE-CODE         PIC X(03).
              05 ELIGIBILITY-NOTE  PIC X(14).

      *****************************************************************
      * INCENTIVE TERMS IN EFFECT FOR THE PROJECT, KEPT FROM THE     *
      * INCENTV SCAN.                                                *
      *****************************************************************
       01 INCENTIVE-TERMS.
              05 TERM-PER-UNIT     PIC S9(3)V9999 USAGE COMP.
              05 TERM-PER-VSD-HP   PIC S9(5)V99 USAGE COMP.
              05 TERM-CAP-PCT      PIC 9(03).

      *****************************************************************
      * AGING FIELDS.  DAYS OUTSTANDING ARE COUNTED BETWEEN THE       *
      * APPLICATION DATE AND THE RUN DATE BY TURNING EACH DATE INTO   *
      * A DAY NUMBER (DAYS SINCE A FIXED ORIGIN, COUNTING THE YEAR    *
      * FROM MARCH SO THE LEAP DAY FALLS AT ITS END) AND SUBTRACTING. *
      *****************************************************************
       01 DAY-NUMBER-FIELDS.
              05 DAY-DATE          PIC 9(08).
              05 DAY-DATE-PARTS REDEFINES DAY-DATE.
                     10 DAY-YEAR          PIC 9(04).
                     10 DAY-MONTH         PIC 9(02).
                     10 DAY-DAY           PIC 9(02).
              05 MARCH-YEAR        PIC 9(04) USAGE COMP.
              05 MARCH-MONTH       PIC 9(02) USAGE COMP.
              05 LEAP-4            PIC 9(04) USAGE COMP.
              05 LEAP-100          PIC 9(04) USAGE COMP.
              05 LEAP-400          PIC 9(04) USAGE COMP.
              05 MONTH-OFFSET      PIC 9(04) USAGE COMP.
              05 DAY-NUMBER        PIC 9(07) USAGE COMP.
       01 RUN-DAY-NUMBER          PIC 9(07) USAGE COMP.
       01 DAYS-OUTSTANDING        PIC S9(05) USAGE COMP.
       01 AMOUNT-OWED             PIC S9(7)V99 USAGE COMP.

       01 AGING-TOTALS.
              05 AGE-BUCKET OCCURS 4 TIMES.
                     10 AGE-COUNT         PIC 9(05) USAGE COMP.
                     10 AGE-OWED          PIC S9(9)V99 USAGE COMP.
       01 AGE-IX                  PIC 9(01) USAGE COMP.

       01 PRJ-FILE-STATUS         PIC X(02).
       01 REB-FILE-STATUS         PIC X(02).
       01 INC-FILE-STATUS         PIC X(02).
       01 AXR-FILE-STATUS         PIC X(02).
       01 RTB-FILE-STATUS         PIC X(02).
       01 EQM-FILE-STATUS         PIC X(02).
       01 MTR-FILE-STATUS         PIC X(02).
       01 WKS-FILE-STATUS         PIC X(02).
       01 RPT-FILE-STATUS         PIC X(02).
       01 JRN-FILE-STATUS         PIC X(02).
       01 OSS-FILE-STATUS         PIC X(02).

      *****************************************************************
      * CHANGE JOURNAL FIELDS.  EVERY REBTRACK RECORD THIS RUN ADDS   *
      * OR REFRESHES IS ALSO WRITTEN TO THE SHARED CHGJRNL JOURNAL    *
      * WITH ITS BEFORE AND AFTER IMAGES, THE SAME AS A CHANGE KEYED  *
      * THROUGH REBMNT, SO THE RECORD'S HISTORY IS COMPLETE.          *
      *****************************************************************
       01 JOURNAL-FIELDS.
              05 JOURNAL-ACTION    PIC X(06).
              05 JOURNAL-BEFORE    PIC X(120).
              05 JOURNAL-AFTER     PIC X(120).

      *****************************************************************
      * THE OPERATOR STAMPED ON EVERY JOURNAL ENTRY - THE SIGNED-ON   *
      * ID FROM THE OPERSESS SESSION RECORD ENERGYMENU WRITES, OR     *
      * "(BATCH)" WHEN THE PROGRAM WAS LAUNCHED OUTSIDE THE MENU.     *
      *****************************************************************
       01 OPERATOR-ID             PIC X(08) VALUE "(BATCH)".

       01 PROJECTS-READ           PIC 9(08) USAGE COMP VALUE 0.
       01 PROJECTS-ELIGIBLE       PIC 9(08) USAGE COMP VALUE 0.
       01 PROJECTS-TO-APPLY       PIC 9(08) USAGE COMP VALUE 0.
       01 CLAIMS-UNPAID           PIC 9(08) USAGE COMP VALUE 0.
       01 CLAIMS-SHORT            PIC 9(08) USAGE COMP VALUE 0.
       01 TOTAL-TO-APPLY          PIC S9(9)V99 USAGE COMP VALUE 0.
       01 TOTAL-OWED              PIC S9(9)V99 USAGE COMP VALUE 0.

      *****************************************************************
      * REPORT CONTROL FIELDS AND LINE LAYOUTS FOR THE APPLICATION    *
      * WORKSHEET AND THE AGING REPORT - SAME PAGINATED LAYOUT AS     *
      * THE BATCH SUMMARY REPORTS.  BOTH ARE REBUILT EACH RUN.        *
      *****************************************************************
       01 LINES-PER-PAGE          PIC 9(02) USAGE COMP VALUE 50.
       01 WKS-LINE-COUNT          PIC 9(02) USAGE COMP VALUE 99.
       01 WKS-PAGE-COUNT          PIC 9(04) USAGE COMP VALUE 0.
       01 LINE-COUNT              PIC 9(02) USAGE COMP VALUE 99.
       01 PAGE-COUNT              PIC 9(04) USAGE COMP VALUE 0.
       01 RPT-RUN-DATE            PIC 9(08).

       01 WKS-HEADING-1.
              05 FILLER            PIC X(30)
                                    VALUE "UTILITY REBATE APPLICATION".
              05 FILLER            PIC X(21)
                                    VALUE "WORKSHEET            ".
              05 FILLER            PIC X(06) VALUE "PAGE: ".
              05 WKS1-PAGE-OUT     PIC ZZZ9.

       01 WKS-HEADING-2.
              05 FILLER            PIC X(11) VALUE "RUN DATE: ".
              05 WKS2-DATE-OUT     PIC 9(08).

       01 WKS-HEADING-3.
              05 FILLER            PIC X(08) VALUE "PROJECT".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(10) VALUE "EQUIPMENT".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(04) VALUE "SITE".
              05 FILLER            PIC X(01) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE "INSTALL".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(04) VALUE "FUEL".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(12) VALUE " UNITS SAVED".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE "PER UNIT".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(07) VALUE " VSD HP".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(09) VALUE "PER HP".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(13) VALUE "     ELIGIBLE".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(14) VALUE "NOTE".

       01 WKS-DETAIL-LINE.
              05 WKS-PROJECT-OUT   PIC X(08).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 WKS-EQUIP-ID-OUT  PIC X(10).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 WKS-SITE-OUT      PIC X(03).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 WKS-INSTALL-OUT   PIC 9(08).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 WKS-FUEL-OUT      PIC X(04).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 WKS-UNITS-OUT     PIC ZZZ,ZZZ,ZZ9.
              05 FILLER            PIC X(03) VALUE SPACES.
              05 WKS-PER-UNIT-OUT  PIC ZZ9.9999.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 WKS-HP-OUT        PIC ZZZ9.99.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 WKS-PER-HP-OUT    PIC ZZ,ZZ9.99.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 WKS-ELIGIBLE-OUT  PIC $$,$$$,$$9.99.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 WKS-NOTE-OUT      PIC X(14).

       01 WKS-TOTAL-LINE.
              05 FILLER            PIC X(16)
                                    VALUE "PROJECTS READ:  ".
              05 WKS-READ-OUT      PIC ZZZZ9.
              05 FILLER            PIC X(13) VALUE "  ELIGIBLE:  ".
              05 WKS-ELIG-OUT      PIC ZZZZ9.
              05 FILLER            PIC X(20)
                                    VALUE "  TO APPLY FOR:     ".
              05 WKS-APPLY-OUT     PIC ZZZZ9.
              05 FILLER            PIC X(11) VALUE "  AMOUNT:  ".
              05 WKS-AMOUNT-OUT    PIC $$$$,$$$,$$9.99.

       01 RPT-HEADING-1.
              05 FILLER            PIC X(30)
                                    VALUE "UTILITY REBATE CLAIMS".
              05 FILLER            PIC X(21)
                                    VALUE "AGING OF UNPAID      ".
              05 FILLER            PIC X(06) VALUE "PAGE: ".
              05 RPT1-PAGE-OUT     PIC ZZZ9.

       01 RPT-HEADING-2.
              05 FILLER            PIC X(11) VALUE "RUN DATE: ".
              05 RPT2-DATE-OUT     PIC 9(08).

       01 RPT-HEADING-3.
              05 FILLER            PIC X(08) VALUE "PROJECT".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(10) VALUE "EQUIPMENT".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(04) VALUE "SITE".
              05 FILLER            PIC X(01) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE "STATUS".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE "APPLIED".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(05) VALUE " DAYS".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(13) VALUE "      CLAIMED".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(13) VALUE "     APPROVED".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(13) VALUE "         OWED".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(07) VALUE "AGE".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(06) VALUE "FLAG".

       01 RPT-DETAIL-LINE.
              05 RPT-PROJECT-OUT   PIC X(08).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-EQUIP-ID-OUT  PIC X(10).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-SITE-OUT      PIC X(03).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-STATUS-OUT    PIC X(08).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-APPLY-OUT     PIC 9(08).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-DAYS-OUT      PIC ZZZZ9.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-CLAIMED-OUT   PIC $$,$$$,$$9.99.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-APPROVED-OUT  PIC $$,$$$,$$9.99.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-OWED-OUT      PIC $$,$$$,$$9.99.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-AGE-OUT       PIC X(07).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-FLAG-OUT      PIC X(06).

      *****************************************************************
      * AGING BUCKET LABELS, INDEXED THE SAME AS AGE-BUCKET.          *
      *****************************************************************
       01 AGE-LABEL-VALUES.
              05 FILLER            PIC X(07) VALUE "0-30".
              05 FILLER            PIC X(07) VALUE "31-60".
              05 FILLER            PIC X(07) VALUE "61-90".
              05 FILLER            PIC X(07) VALUE "OVER 90".
       01 AGE-LABEL-TABLE REDEFINES AGE-LABEL-VALUES.
              05 AGE-LABEL         PIC X(07) OCCURS 4 TIMES.

       01 RPT-BUCKET-LINE.
              05 FILLER            PIC X(06) VALUE "DAYS ".
              05 RPT-BKT-LABEL-OUT PIC X(07).
              05 FILLER            PIC X(11) VALUE "  CLAIMS:  ".
              05 RPT-BKT-COUNT-OUT PIC ZZZZ9.
              05 FILLER            PIC X(09) VALUE "  OWED:  ".
              05 RPT-BKT-OWED-OUT  PIC $$$$,$$$,$$9.99.

       01 RPT-TOTAL-LINE.
              05 FILLER            PIC X(16)
                                    VALUE "UNPAID CLAIMS:  ".
              05 RPT-UNPAID-OUT    PIC ZZZZ9.
              05 FILLER            PIC X(20)
                                    VALUE "  APPROVED SHORT:   ".
              05 RPT-SHORT-OUT     PIC ZZZZ9.
              05 FILLER            PIC X(15) VALUE "  TOTAL OWED:  ".
              05 RPT-OWED-TOT-OUT  PIC $$$$,$$$,$$9.99.

       01 SWITCHES.
              05 EOF-PROJECT-SW    PIC X(01) VALUE "N".
                     88 END-OF-PROJECT VALUE "Y".
              05 EOF-REBATE-SW     PIC X(01) VALUE "N".
                     88 END-OF-REBATE VALUE "Y".
              05 EOF-METER-SW      PIC X(01) VALUE "N".
                     88 END-OF-METER VALUE "Y".
              05 IDX-SCAN-EOF-SW   PIC X(01) VALUE "N".
                     88 END-OF-IDX-SCAN VALUE "Y".
              05 RATE-SCAN-EOF-SW  PIC X(01) VALUE "N".
                     88 END-OF-RATE-SCAN VALUE "Y".
              05 INC-SCAN-EOF-SW   PIC X(01) VALUE "N".
                     88 END-OF-INC-SCAN VALUE "Y".
              05 PROJECTION-FOUND-SW
                                   PIC X(01) VALUE "N".
                     88 PROJECTION-FOUND VALUE "Y".
              05 RATE-FOUND-SW     PIC X(01) VALUE "N".
                     88 RATE-FOUND VALUE "Y".
              05 INCENTIVE-FOUND-SW
                                   PIC X(01) VALUE "N".
                     88 INCENTIVE-FOUND VALUE "Y".
              05 REBATE-FOUND-SW   PIC X(01) VALUE "N".
                     88 REBATE-FOUND VALUE "Y".
              05 METER-FUEL-FOUND-SW
                                   PIC X(01) VALUE "N".
                     88 METER-FUEL-FOUND VALUE "Y".
              05 JOURNAL-WRITTEN-SW
                                   PIC X(01) VALUE "N".
                     88 JOURNAL-WRITTEN VALUE "Y".

       procedure division.
       init-ws.

      *****************************************************************
      * THIS PROGRAM MAY BE CALLED MORE THAN ONCE IN THE SAME RUN     *
      * UNIT (FROM ENERGYMENU'S MENU LOOP), AND COBOL DOES NOT RESET  *
      * A CALLED SUBPROGRAM'S WORKING-STORAGE BETWEEN CALLS ON ITS    *
      * OWN.  EVERY SWITCH AND COUNTER IS RESET HERE EXPLICITLY SO A  *
      * SECOND CALL STARTS CLEAN.                                     *
      *****************************************************************
              initialize eligibility-fields
              initialize incentive-terms
              initialize aging-totals
              move "N" to eof-project-sw
              move "N" to eof-rebate-sw
              move "N" to eof-meter-sw
              move "N" to idx-scan-eof-sw
              move "N" to rate-scan-eof-sw
              move "N" to inc-scan-eof-sw
              move "N" to projection-found-sw
              move "N" to rate-found-sw
              move "N" to incentive-found-sw
              move "N" to rebate-found-sw
              move "N" to meter-fuel-found-sw
              move "N" to journal-written-sw
              initialize journal-fields
              move 0 to projects-read
              move 0 to projects-eligible
              move 0 to projects-to-apply
              move 0 to claims-unpaid
              move 0 to claims-short
              move 0 to total-to-apply
              move 0 to total-owed
              move 0 to wks-page-count
              move 99 to wks-line-count
              move 0 to page-count
              move 99 to line-count
              accept rpt-run-date from date yyyymmdd
              display "UTILITY REBATE ELIGIBILITY AND AGING"
              open input project-master-file
              open i-o rebate-file
              if reb-file-status = "35"
                     open output rebate-file
                     close rebate-file
                     open i-o rebate-file
              end-if
              open input incentive-file
              open input audit-index-file
              open input rate-table-file
              open input equip-master-file
              open i-o journal-file
              if jrn-file-status = "35"
                     open output journal-file
                     close journal-file
                     open i-o journal-file
              end-if
              perform read-session
              open output worksheet-file
              open output print-file
              perform write-worksheet-heading
              move low-values to prj-project-no
              start project-master-file
                  key is not less than prj-project-no
                  invalid key
                         move "Y" to eof-project-sw
              end-start
              if prj-file-status not = "00"
                     move "Y" to eof-project-sw
              end-if
              if not end-of-project
                     perform read-project
              end-if
              perform process-project until end-of-project
              perform write-worksheet-total
              perform age-unpaid-claims
              close project-master-file
              close rebate-file
              close incentive-file
              close audit-index-file
              close rate-table-file
              close equip-master-file
              close journal-file
              close worksheet-file
              close print-file
              display "Rebate run complete - " projects-to-apply
                      " to apply for, " claims-unpaid
                      " claims unpaid - see the rebate worksheet "
                      "and aging report"
              go to end-program.

       end-program.
              goback.

       read-project.
              read project-master-file next record
                  at end move "Y" to eof-project-sw
              end-read
              if prj-file-status not = "00"
                     move "Y" to eof-project-sw
              end-if.

      *****************************************************************
      * PROCESS-PROJECT WORKS ONE PROJECT.  A PROJECT ALREADY APPLIED *
      * FOR KEEPS THE BASIS ITS CLAIM WAS MADE ON AND IS LEFT TO THE  *
      * AGING PASS; ANY OTHER HAS ITS ELIGIBLE REBATE WORKED OUT,     *
      * STORED ON REBTRACK AND PRINTED ON THE WORKSHEET.              *
      *****************************************************************
       process-project.
              add 1 to projects-read
              perform lookup-rebate
              if not rebate-found or reb-status = "E"
                     perform work-out-eligibility
                     perform post-rebate
                     perform write-worksheet-detail
              end-if
              perform read-project.

       lookup-rebate.
              move "N" to rebate-found-sw
              move spaces to journal-before
              move prj-project-no to reb-project-no
              read rebate-file
                  invalid key
                         move "N" to rebate-found-sw
                  not invalid key
                         move "Y" to rebate-found-sw
                         move rebate-tracking-record
                              to journal-before
              end-read.

      *****************************************************************
      * WORK-OUT-ELIGIBILITY FINDS THE PROJECTION, DECIDES THE FUEL   *
      * (ELEC FOR AN AFFINITY OR MOTORSAV PROJECTION, OTHERWISE ANY   *
      * FUEL KEYED ON REBTRACK, OTHERWISE THE UNIT'S METERACT FUEL),  *
      * TURNS THE DOLLARS BACK INTO UNITS AT THE RATE THEY WERE       *
      * PRICED AT, AND APPLIES THE INCENTIVE TERMS IN EFFECT ON THE   *
      * INSTALL DATE.  THE FIRST STEP THAT FAILS NAMES THE REASON.    *
      *****************************************************************
       work-out-eligibility.
              move 0 to units-saved
              move 0 to vsd-hp
              move 0 to eligible-rebate
              move spaces to rebate-fuel
              move spaces to eligibility-note
              initialize incentive-terms
              move spaces to site-code
              move prj-equip-id to eqm-equip-id
              read equip-master-file
                  invalid key
                         move 0 to eqm-rated-qty1
                  not invalid key
                         move eqm-site-code to site-code
              end-read
              perform find-projection
              if not projection-found or projected-savings <= 0
                     move "NO PROJECTION" to eligibility-note
              else
                     perform choose-rebate-fuel
                     if rebate-fuel = spaces
                            move "NO FUEL TYPE" to eligibility-note
                     end-if
              end-if
              if eligibility-note = spaces
                     move projection-date to rate-as-of-date
                     perform lookup-rate
                     if not rate-found or effective-rate <= 0
                            move "NO RATE" to eligibility-note
                     end-if
              end-if
              if eligibility-note = spaces
                     move prj-install-date to incentive-as-of-date
                     if incentive-as-of-date = 0
                            move rpt-run-date to incentive-as-of-date
                     end-if
                     perform lookup-incentive
                     if not incentive-found
                            move "NO INCENTIVE" to eligibility-note
                     end-if
              end-if
              if eligibility-note = spaces
                     perform calculate-rebate
              end-if.

      *****************************************************************
      * FIND-PROJECTION STARTS AUDITIDX AT THE PROJECT'S EQUIPMENT   *
      * AND KEEPS THE LAST DLRSAVE ROW SEEN - THE KEY ORDERS A UNIT'S *
      * ROWS BY RUN DATE, SO THAT IS THE LATEST PROJECTION, THE SAME  *
      * ONE PAYBACK TRACKS THE PROJECT AGAINST.                       *
      *****************************************************************
       find-projection.
              move "N" to projection-found-sw
              move 0 to projected-savings
              move spaces to projection-program
              move 0 to projection-date
              move "N" to idx-scan-eof-sw
              move prj-equip-id to axr-equip-id
              move 0 to axr-run-date
              move spaces to axr-result-type
              move 0 to axr-sequence
              start audit-index-file
                  key is not less than axr-index-key
                  invalid key
                         move "Y" to idx-scan-eof-sw
              end-start
              if axr-file-status not = "00"
                     move "Y" to idx-scan-eof-sw
              end-if
              if not end-of-idx-scan
                     perform read-next-index
              end-if
              perform scan-index-for-projection
                  until end-of-idx-scan.

       read-next-index.
              read audit-index-file next record
                  at end move "Y" to idx-scan-eof-sw
              end-read
              if axr-file-status not = "00"
                     move "Y" to idx-scan-eof-sw
              end-if.

       scan-index-for-projection.
              if axr-equip-id not = prj-equip-id
                     move "Y" to idx-scan-eof-sw
              else
                     if axr-result-type = "DLRSAVE"
                            move axr-result to projected-savings
                            move axr-program to projection-program
                            move axr-run-date to projection-date
                            move "Y" to projection-found-sw
                     end-if
                     perform read-next-index
              end-if.

       choose-rebate-fuel.
              if projection-program = "AFFINITY"
                 or projection-program = "MOTORSAV"
                     move "ELEC" to rebate-fuel
              else
                     if rebate-found and reb-fuel-type not = spaces
                            move reb-fuel-type to rebate-fuel
                     else
                            perform find-meter-fuel
                     end-if
              end-if.

      *****************************************************************
      * FIND-METER-FUEL TAKES THE FUEL TYPE FROM THE UNIT'S FIRST     *
      * METERACT RECORD - FUELSAVE DOES NOT LOG THE FUEL ON AUDITLOG. *
      *****************************************************************
       find-meter-fuel.
              move "N" to meter-fuel-found-sw
              move "N" to eof-meter-sw
              open input meter-actual-file
              perform read-meter-actual
              perform scan-meter-fuel
                  until end-of-meter or meter-fuel-found
              close meter-actual-file.

       read-meter-actual.
              read meter-actual-file
                  at end move "Y" to eof-meter-sw
              end-read.

       scan-meter-fuel.
              if mtr-equip-id = prj-equip-id
                 and mtr-fuel-type not = spaces
                     move mtr-fuel-type to rebate-fuel
                     move "Y" to meter-fuel-found-sw
              else
                     perform read-meter-actual
              end-if.

      *****************************************************************
      * CALCULATE-REBATE: UNITS SAVED = PROJECTED DOLLARS / RATE;     *
      * REBATE = UNITS x PER-UNIT INCENTIVE, PLUS VSD HORSEPOWER x    *
      * PER-HP INCENTIVE WHEN THE PROJECTION IS AN AFFINITY DRIVE     *
      * STUDY (THE UNIT'S RATED QUANTITY IS ITS HORSEPOWER THERE),    *
      * LIMITED TO THE PROGRAM'S CAP PERCENT OF THE CAPITAL COST.     *
      *****************************************************************
       calculate-rebate.
              compute units-saved rounded =
                      projected-savings / effective-rate
                  on size error
                         move 0 to units-saved
              end-compute
              if projection-program = "AFFINITY"
                     move eqm-rated-qty1 to vsd-hp
              end-if
              compute eligible-rebate rounded =
                      units-saved * term-per-unit
                          + vsd-hp * term-per-vsd-hp
                  on size error
                         move 9999999.99 to eligible-rebate
              end-compute
              if term-cap-pct > 0
                     compute rebate-cap rounded =
                             prj-capital-cost * term-cap-pct / 100
                     if eligible-rebate > rebate-cap
                            move rebate-cap to eligible-rebate
                            move "CAPPED" to eligibility-note
                     end-if
              end-if
              if eligible-rebate > 0
                     add 1 to projects-eligible
              end-if.

      *****************************************************************
      * LOOKUP-RATE SELECTS THE RATE FOR THE REBATE FUEL IN EFFECT ON *
      * THE DATE THE PROJECTION WAS PRICED - THE SCAN STARTS AT THE   *
      * FUEL TYPE'S FIRST RECORD AND KEEPS THE LAST RATE WHOSE        *
      * EFFECTIVE DATE IS NOT AFTER THAT DATE.                        *
      *****************************************************************
       lookup-rate.
              move "N" to rate-found-sw
              move 0 to effective-rate
              move rebate-fuel to rtb-fuel-type
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
              if rtb-fuel-type not = rebate-fuel
                 or rtb-effective-date > rate-as-of-date
                     move "Y" to rate-scan-eof-sw
              else
                     move rtb-rate-per-unit to effective-rate
                     move "Y" to rate-found-sw
                     perform read-next-rate
              end-if.

      *****************************************************************
      * LOOKUP-INCENTIVE SELECTS THE INCENTV TERMS FOR THE REBATE     *
      * FUEL IN EFFECT ON THE INSTALL DATE, THE SAME WAY THE RATE IS  *
      * SELECTED.                                                     *
      *****************************************************************
       lookup-incentive.
              move "N" to incentive-found-sw
              move rebate-fuel to inc-fuel-type
              move 0 to inc-effective-date
              move "N" to inc-scan-eof-sw
              start incentive-file
                  key is not less than inc-incentive-key
                  invalid key
                         move "Y" to inc-scan-eof-sw
              end-start
              if inc-file-status not = "00"
                     move "Y" to inc-scan-eof-sw
              end-if
              if not end-of-inc-scan
                     perform read-next-incentive
              end-if
              perform scan-incentive-history
                  until end-of-inc-scan.

       read-next-incentive.
              read incentive-file next record
                  at end move "Y" to inc-scan-eof-sw
              end-read
              if inc-file-status not = "00"
                     move "Y" to inc-scan-eof-sw
              end-if.

       scan-incentive-history.
              if inc-fuel-type not = rebate-fuel
                 or inc-effective-date > incentive-as-of-date
                     move "Y" to inc-scan-eof-sw
              else
                     move inc-per-unit to term-per-unit
                     move inc-per-vsd-hp to term-per-vsd-hp
                     move inc-cap-pct to term-cap-pct
                     move "Y" to incentive-found-sw
                     perform read-next-incentive
              end-if.

      *****************************************************************
      * POST-REBATE ADDS THE PROJECT TO REBTRACK AS ELIGIBLE, OR      *
      * REFRESHES THE ELIGIBLE FIGURES ON A RECORD NOT YET APPLIED    *
      * FOR.  A FUEL TYPE KEYED THROUGH REBMNT IS KEPT.               *
      *****************************************************************
       post-rebate.
              if not rebate-found
                     initialize rebate-tracking-record
                     move prj-project-no to reb-project-no
                     move "E" to reb-status
              end-if
              move prj-equip-id to reb-equip-id
              move site-code to reb-site-code
              if rebate-fuel not = spaces
                     move rebate-fuel to reb-fuel-type
              end-if
              move units-saved to reb-units-saved
              move vsd-hp to reb-vsd-hp
              move eligible-rebate to reb-eligible
              move rpt-run-date to reb-calc-date
              if rebate-found
                     rewrite rebate-tracking-record
                         invalid key
                                display "Update of rebate for "
                                        prj-project-no
                                        " failed - file status "
                                        reb-file-status
                         not invalid key
                                move "CHANGE" to journal-action
                                move rebate-tracking-record
                                     to journal-after
                                perform write-journal-entry
                     end-rewrite
              else
                     write rebate-tracking-record
                         invalid key
                                display "Add of rebate for "
                                        prj-project-no
                                        " failed - file status "
                                        reb-file-status
                         not invalid key
                                move "ADD" to journal-action
                                move rebate-tracking-record
                                     to journal-after
                                perform write-journal-entry
                     end-write
              end-if
              if eligible-rebate > 0
                     add 1 to projects-to-apply
                     add eligible-rebate to total-to-apply
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
      * OPERSESS SESSION RECORD ENERGYMENU WRITES AT SIGN-ON.  A     *
      * MISSING OR BLANK SESSION MEANS THE RUN CAME FROM OUTSIDE     *
      * THE MENU AND THE JOURNAL ENTRIES STAMP AS "(BATCH)".         *
      *****************************************************************
       read-session.
              move "(BATCH)" to operator-id
              open input session-file
              read session-file
                  at end move spaces to operator-session-record
              end-read
              close session-file
              if oss-operator-id not = spaces
                     move oss-operator-id to operator-id
              end-if.

      *****************************************************************
      * AGE-UNPAID-CLAIMS WALKS REBTRACK AND PRINTS EVERY CLAIM STILL *
      * OWED - APPLIED FOR (THE CLAIM IS OWED) OR APPROVED (THE       *
      * APPROVED AMOUNT IS OWED) - AGED FROM THE APPLICATION DATE.    *
      *****************************************************************
       age-unpaid-claims.
              move rpt-run-date to day-date
              perform compute-day-number
              move day-number to run-day-number
              perform write-report-heading
              move "N" to eof-rebate-sw
              move low-values to reb-project-no
              start rebate-file
                  key is not less than reb-project-no
                  invalid key
                         move "Y" to eof-rebate-sw
              end-start
              if reb-file-status not = "00"
                     move "Y" to eof-rebate-sw
              end-if
              if not end-of-rebate
                     perform read-next-rebate
              end-if
              perform age-one-claim until end-of-rebate
              perform write-report-total.

       read-next-rebate.
              read rebate-file next record
                  at end move "Y" to eof-rebate-sw
              end-read
              if reb-file-status not = "00"
                     move "Y" to eof-rebate-sw
              end-if.

       age-one-claim.
              if reb-status = "A" or reb-status = "V"
                     add 1 to claims-unpaid
                     move reb-apply-date to day-date
                     perform compute-day-number
                     compute days-outstanding =
                             run-day-number - day-number
                     if days-outstanding < 0
                            move 0 to days-outstanding
                     end-if
                     if days-outstanding > 90
                            move 4 to age-ix
                     else
                            if days-outstanding > 60
                                   move 3 to age-ix
                            else
                                   if days-outstanding > 30
                                          move 2 to age-ix
                                   else
                                          move 1 to age-ix
                                   end-if
                            end-if
                     end-if
                     if reb-status = "V"
                            move reb-approved to amount-owed
                     else
                            move reb-claimed to amount-owed
                     end-if
                     add 1 to age-count (age-ix)
                     add amount-owed to age-owed (age-ix)
                     add amount-owed to total-owed
                     perform write-aging-detail
              end-if
              perform read-next-rebate.

      *****************************************************************
      * COMPUTE-DAY-NUMBER TURNS DAY-DATE INTO A DAY NUMBER.  THE     *
      * YEAR IS COUNTED FROM MARCH, SO JANUARY AND FEBRUARY BELONG TO *
      * THE YEAR BEFORE AND THE LEAP DAY IS ALWAYS THE LAST DAY OF    *
      * THE COUNTING YEAR; (306 x MONTH + 5) / 10 IS THE DAYS IN THE  *
      * MONTHS BEFORE, MARCH = MONTH 0.                               *
      *****************************************************************
       compute-day-number.
              move day-year to march-year
              if day-month > 2
                     subtract 3 from day-month giving march-month
              else
                     add 9 to day-month giving march-month
                     subtract 1 from march-year
              end-if
              divide march-year by 4 giving leap-4
              divide march-year by 100 giving leap-100
              divide march-year by 400 giving leap-400
              compute month-offset = march-month * 306 + 5
              divide month-offset by 10 giving month-offset
              compute day-number = march-year * 365 + leap-4
                      - leap-100 + leap-400 + month-offset + day-day.

       write-worksheet-heading.
              add 1 to wks-page-count
              move wks-page-count to wks1-page-out
              move rpt-run-date to wks2-date-out
              move wks-heading-1 to worksheet-line
              write worksheet-record after advancing page
              move wks-heading-2 to worksheet-line
              write worksheet-record after advancing 1
              move spaces to worksheet-line
              write worksheet-record after advancing 1
              move wks-heading-3 to worksheet-line
              write worksheet-record after advancing 1
              move spaces to worksheet-line
              write worksheet-record after advancing 1
              move 0 to wks-line-count.

       write-worksheet-detail.
              if wks-line-count >= lines-per-page
                     perform write-worksheet-heading
              end-if
              move prj-project-no to wks-project-out
              move prj-equip-id to wks-equip-id-out
              move site-code to wks-site-out
              move prj-install-date to wks-install-out
              move rebate-fuel to wks-fuel-out
              move units-saved to wks-units-out
              move term-per-unit to wks-per-unit-out
              move vsd-hp to wks-hp-out
              move term-per-vsd-hp to wks-per-hp-out
              move eligible-rebate to wks-eligible-out
              move eligibility-note to wks-note-out
              move wks-detail-line to worksheet-line
              write worksheet-record after advancing 1
              add 1 to wks-line-count.

       write-worksheet-total.
              move spaces to worksheet-line
              write worksheet-record after advancing 1
              move projects-read to wks-read-out
              move projects-eligible to wks-elig-out
              move projects-to-apply to wks-apply-out
              move total-to-apply to wks-amount-out
              move wks-total-line to worksheet-line
              write worksheet-record after advancing 1.

       write-report-heading.
              add 1 to page-count
              move page-count to rpt1-page-out
              move rpt-run-date to rpt2-date-out
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

       write-aging-detail.
              if line-count >= lines-per-page
                     perform write-report-heading
              end-if
              move reb-project-no to rpt-project-out
              move reb-equip-id to rpt-equip-id-out
              move reb-site-code to rpt-site-out
              if reb-status = "V"
                     move "APPROVED" to rpt-status-out
              else
                     move "APPLIED" to rpt-status-out
              end-if
              move reb-apply-date to rpt-apply-out
              move days-outstanding to rpt-days-out
              move reb-claimed to rpt-claimed-out
              move reb-approved to rpt-approved-out
              move amount-owed to rpt-owed-out
              move age-label (age-ix) to rpt-age-out
              move spaces to rpt-flag-out
              if reb-status = "V" and reb-approved < reb-claimed
                     move "*SHORT" to rpt-flag-out
                     add 1 to claims-short
              end-if
              move rpt-detail-line to print-line
              write print-record after advancing 1
              add 1 to line-count.

       write-report-total.
              move spaces to print-line
              write print-record after advancing 1
              perform write-bucket-line
                  varying age-ix from 1 by 1
                  until age-ix > 4
              move spaces to print-line
              write print-record after advancing 1
              move claims-unpaid to rpt-unpaid-out
              move claims-short to rpt-short-out
              move total-owed to rpt-owed-tot-out
              move rpt-total-line to print-line
              write print-record after advancing 1.

       write-bucket-line.
              move age-label (age-ix) to rpt-bkt-label-out
              move age-count (age-ix) to rpt-bkt-count-out
              move age-owed (age-ix) to rpt-bkt-owed-out
              move rpt-bucket-line to print-line
              write print-record after advancing 1.
