      *****************************************************************
      * CAPITAL PLAN RANKING                                          *
      *                                                               *
      * Builds the yearly capital request from the three places the  *
      * candidate retrofits come from, instead of by hand:           *
      *                                                               *
      *   - the AFFINITY what-if sweep extract (SWPCSV) - one VSD    *
      *     candidate per swept unit at the curve's best savings,    *
      *     costed at the price of the smallest adequate DRVCAT      *
      *     drive,                                                   *
      *   - the EFFTREND tune-up worklist (TUNETRAN) - one tune-up   *
      *     candidate per drifted unit, priced when the energy       *
      *     office has filled in its fuel type and consumption, and  *
      *   - the FUELSAVE DLRSAVE projections on AUDITLOG (read       *
      *     through AUDITIDX) - the latest projection per unit.      *
      *                                                               *
      * Candidates are kept on the CAPCAND candidate file.  Anything *
      * the drive catalog cannot price is costed from an estimate    *
      * keyed here.  The ranking run works out each candidate's      *
      * simple payback and net present value (discount rate,         *
      * analysis years and rate escalation from the CAPPARM          *
      * parameter record), ranks the candidates by NPV, draws the    *
      * cut line at the capital budget ceiling entered, and prints   *
      * the ranked list by site on CAPRPT.  Approved candidates are  *
      * then loaded straight into PROJMST - journaled like any other *
      * project add - so PAYBACK tracks them from installation.      *
      *****************************************************************

       identification division.
       program-id.   capplan.

       environment division.
       input-output section.
       file-control.
           select optional candidate-file assign to "CAPCAND"
               organization is indexed
               access mode is dynamic
               record key is cap-candidate-key
               file status is cap-file-status.
           select optional parameter-file assign to "CAPPARM"
               organization is line sequential
               file status is cpp-file-status.
           select optional sweep-csv-file assign to "SWPCSV"
               organization is line sequential
               file status is swc-file-status.
           select optional tune-tran-file assign to "TUNETRAN"
               organization is line sequential
               file status is ftr-file-status.
           select optional audit-index-file assign to "AUDITIDX"
               organization is indexed
               access mode is dynamic
               record key is axr-index-key
               alternate record key is axr-run-date
                   with duplicates
               file status is axr-file-status.
           select optional equip-master-file assign to "EQUIPMST"
               organization is indexed
               access mode is random
               record key is eqm-equip-id
               file status is eqm-file-status.
           select optional drive-catalog-file assign to "DRVCAT"
               organization is indexed
               access mode is dynamic
               record key is drv-model
               file status is drv-file-status.
           select optional rate-table-file assign to "RATETAB"
               organization is indexed
               access mode is dynamic
               record key is rtb-rate-key
               file status is rtb-file-status.
           select optional project-master-file assign to "PROJMST"
               organization is indexed
               access mode is dynamic
               record key is prj-project-no
               file status is prj-file-status.
           select optional site-master-file assign to "SITEMST"
               organization is indexed
               access mode is dynamic
               record key is sit-site-code
               file status is sit-file-status.
           select optional journal-file assign to "CHGJRNL"
               organization is indexed
               access mode is random
               record key is jrn-journal-key
               file status is jrn-file-status.
           select optional session-file assign to "OPERSESS"
               organization is line sequential
               file status is oss-file-status.
           select optional print-file assign to "CAPRPT"
               organization is line sequential
               file status is rpt-file-status.

       data division.
       file section.
       fd  candidate-file
           label records are standard.
       copy "capcand.cpy".

       fd  parameter-file
           label records are standard.
       copy "capparm.cpy".

      *****************************************************************
      * SWPCSV IS BUILT BY AFFINITY'S WRITE-SWEEP-CSV WITH EVERY     *
      * COLUMN AT A FIXED WIDTH, SO IT IS READ BACK HERE THROUGH A   *
      * FIXED LAYOUT.  THE EDITED PICTURES ARE THE ONES AFFINITY     *
      * WRITES WITH; MOVING THEM TO A NUMERIC FIELD DE-EDITS THEM.   *
      *****************************************************************
       fd  sweep-csv-file
           label records are standard.
       01 SWEEP-CSV-RECORD.
              05 SWC-RUN-DATE      PIC X(08).
              05 FILLER            PIC X(01).
              05 SWC-EQUIP-ID      PIC X(10).
              05 FILLER            PIC X(01).
              05 SWC-RPM           PIC 9(04).9(02).
              05 FILLER            PIC X(01).
              05 SWC-FLOW-PCT      PIC 9(03).9(02).
              05 FILLER            PIC X(01).
              05 SWC-PRESS-PCT     PIC 9(03).9(02).
              05 FILLER            PIC X(01).
              05 SWC-HP            PIC 9(04).9(02).
              05 FILLER            PIC X(01).
              05 SWC-WATTS         PIC 9(06).99.
              05 FILLER            PIC X(01).
              05 SWC-KWH-SAVED     PIC -9(07).99.
              05 FILLER            PIC X(01).
              05 SWC-SAVINGS       PIC -9(07).99.

       fd  tune-tran-file
           label records are standard.
       copy "fueltran.cpy".

       fd  audit-index-file
           label records are standard.
       copy "audxrec.cpy".

       fd  equip-master-file
           label records are standard.
       copy "equipmst.cpy".

       fd  drive-catalog-file
           label records are standard.
       copy "drvcat.cpy".

       fd  rate-table-file
           label records are standard.
       copy "ratetab.cpy".

       fd  project-master-file
           label records are standard.
       copy "projmst.cpy".

       fd  site-master-file
           label records are standard.
       copy "sitemst.cpy".

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

       01 PLAN-FIELDS.
              05 PLAN-ACTION       PIC X(01).
              05 PLAN-CANDIDATE-KEY.
                     10 PLAN-EQUIP-ID     PIC X(10).
                     10 PLAN-SOURCE       PIC X(08).
                            88 VALID-SOURCE VALUE "SWEEP" "TUNEUP"
                                                  "FUELSAVE".
              05 PROJECTIONS-SINCE PIC 9(08).
              05 BUDGET-CEILING    PIC S9(9)V99 USAGE COMP.
              05 KEYED-ESTIMATE    PIC S9(7)V99 USAGE COMP.
              05 CONFIRM-ANSWER    PIC X(01).
              05 PLAN-PROJECT-NO   PIC X(08).
              05 PLAN-INSTALL-DATE.
                     10 PLAN-INST-YEAR    PIC 9(04).
                     10 PLAN-INST-MONTH   PIC 9(02).
                     10 PLAN-INST-DAY     PIC 9(02).
              05 OPERATOR-ID       PIC X(08).

      *****************************************************************
      * THE CANDIDATE BEING POSTED TO CAPCAND BY THE COLLECTION RUN - *
      * FILLED IN BY WHICHEVER SOURCE PRODUCED IT, THEN ADDED OR      *
      * REFRESHED BY POST-CANDIDATE.                                  *
      *****************************************************************
       01 NEW-CANDIDATE.
              05 NEW-EQUIP-ID      PIC X(10).
              05 NEW-SOURCE        PIC X(08).
              05 NEW-SITE-CODE     PIC X(03).
              05 NEW-DESCRIPTION   PIC X(20).
              05 NEW-SAVINGS       PIC S9(7)V99 USAGE COMP.
              05 NEW-COST          PIC S9(7)V99 USAGE COMP.
              05 NEW-COST-SOURCE   PIC X(08).

      *****************************************************************
      * RANKING PARAMETERS IN EFFECT FOR THIS RUN - FROM THE CAPPARM *
      * RECORD WHEN ONE EXISTS AND IS NUMERIC, OTHERWISE FROM THE    *
      * CONSOLE PROMPTS.  ECHOED ON THE RANKING REPORT HEADING.      *
      *****************************************************************
       01 RANKING-PARAMETERS.
              05 DISCOUNT-RATE     PIC S99V99 USAGE COMP.
              05 ANALYSIS-YEARS    PIC 9(02) USAGE COMP.
              05 ESCALATION-RATE   PIC S99V99 USAGE COMP.
       01 PARAM-SOURCE            PIC X(09) VALUE "(CONSOLE)".

      *****************************************************************
      *                                                               *
      * Net present value over the analysis years:                    *
      *                                                               *
      * NPV = sum for year t = 1 to N of                              *
      *          savings x (1 + escalation) ** (t - 1)                *
      *          / (1 + discount) ** t                                *
      *       - capital cost                                          *
      *                                                               *
      * Simple payback = capital cost / annual savings  (years)       *
      *                                                               *
      *****************************************************************
       01 NPV-FIELDS.
              05 YEAR-IX           PIC 9(02) USAGE COMP.
              05 YEAR-SAVINGS      PIC S9(9)V99 USAGE COMP.
              05 ESCALATION-FACTOR PIC S9(7)V9(6) USAGE COMP.
              05 DISCOUNT-FACTOR   PIC S9(7)V9(6) USAGE COMP.
              05 PRESENT-VALUE     PIC S9(9)V99 USAGE COMP.

      *****************************************************************
      * COLLECTION WORK FIELDS - THE BEST POINT ON THE SWEEP CURVE    *
      * FOR THE UNIT BEING READ, THE TUNE-UP SAVINGS PERCENT, AND THE *
      * LATEST FUELSAVE PROJECTION FOR THE UNIT BEING READ.           *
      *****************************************************************
       01 COLLECT-FIELDS.
              05 CUR-SWEEP-EQUIP   PIC X(10).
              05 SWEEP-SAVINGS     PIC S9(7)V99 USAGE COMP.
              05 BEST-SWEEP-SAVINGS
                                   PIC S9(7)V99 USAGE COMP.
              05 BEST-SWEEP-RPM    PIC S9(4)V99 USAGE COMP.
              05 PCT-EFF           PIC S9V9(6) USAGE COMP.
              05 CUR-IDX-EQUIP     PIC X(10).
              05 LATEST-PROJECTION PIC S9(7)V99 USAGE COMP.
              05 LATEST-RUN-DATE   PIC 9(08).
              05 LATEST-SITE       PIC X(03).
              05 DESC-RPM-OUT      PIC ZZZ9.
              05 DESC-EFF-OUT      PIC Z9.99.

       01 SWEEP-CANDIDATES        PIC 9(08) USAGE COMP VALUE 0.
       01 TUNE-CANDIDATES         PIC 9(08) USAGE COMP VALUE 0.
       01 FUEL-CANDIDATES         PIC 9(08) USAGE COMP VALUE 0.
       01 CANDIDATES-ADDED        PIC 9(08) USAGE COMP VALUE 0.
       01 CANDIDATES-UPDATED      PIC 9(08) USAGE COMP VALUE 0.
       01 CANDIDATES-SKIPPED      PIC 9(08) USAGE COMP VALUE 0.
       01 CANDIDATES-CHANGED      PIC 9(08) USAGE COMP VALUE 0.

      *****************************************************************
      * DRIVE-SELECTION FIELDS.  A SWEEP CANDIDATE'S DRIVE IS SIZED  *
      * THE WAY AFFINITY SIZES THE DRIVE AT THE FOOT OF THE SWEEP    *
      * REPORT - THE RATED HORSEPOWER PLUS THE STANDARD SIZING       *
      * MARGIN - AND THE SMALLEST ADEQUATE THREE-PHASE DRIVE         *
      * (CHEAPEST ON A RATING TIE) IS THE ONE PRICED.                *
      *****************************************************************
       01 SIZING-MARGIN-PCT       PIC 9(02) USAGE COMP VALUE 15.
       01 DRIVE-PHASE             PIC 9(01) VALUE 3.
       01 DRIVE-FIELDS.
              05 REQUIRED-HP       PIC S9(5)V99 USAGE COMP.
              05 BEST-MODEL        PIC X(12).
              05 BEST-HP           PIC S9(4)V99 USAGE COMP.
              05 BEST-PRICE        PIC S9(7)V99 USAGE COMP.

       01 RATE-LOOKUP-FUEL        PIC X(04).
       01 EFFECTIVE-RATE          PIC S9(3)V9999 USAGE COMP.

      *****************************************************************
      * CANDIDATE TABLE FOR THE RANKING RUN - EVERY CANDIDATE NOT     *
      * ALREADY LOADED TO PROJMST.  RANK-ORDER HOLDS THE TABLE INDEX  *
      * OF EACH RANK IN TURN SO THE REPORT CAN WALK THE CANDIDATES    *
      * BEST FIRST WITHIN EACH SITE.                                  *
      *****************************************************************
       01 CANDIDATE-TABLE.
              05 CND-ENTRY OCCURS 500 TIMES.
                     10 CND-EQUIP-ID      PIC X(10).
                     10 CND-SOURCE        PIC X(08).
                     10 CND-SITE-CODE     PIC X(03).
                     10 CND-DESCRIPTION   PIC X(20).
                     10 CND-SAVINGS       PIC S9(7)V99 USAGE COMP.
                     10 CND-COST          PIC S9(7)V99 USAGE COMP.
                     10 CND-STATUS        PIC X(01).
                     10 CND-PAYBACK       PIC S9(3)V99 USAGE COMP.
                     10 CND-NPV           PIC S9(9)V99 USAGE COMP.
                     10 CND-RANK          PIC 9(04) USAGE COMP.
                     10 CND-CUT-FLAG      PIC X(01).
                     10 CND-PRINTED-SW    PIC X(01).
       01 CND-IX                  PIC 9(03) USAGE COMP.
       01 CND-ENTRY-COUNT         PIC 9(03) USAGE COMP VALUE 0.
       01 BEST-IX                 PIC 9(03) USAGE COMP.
       01 PRINT-IX                PIC 9(03) USAGE COMP.

       01 RANK-ORDER-TABLE.
              05 RANK-ENTRY-IX     PIC 9(03) USAGE COMP
                                   OCCURS 500 TIMES.
       01 RANK-IX                 PIC 9(04) USAGE COMP.
       01 RANK-COUNT              PIC 9(04) USAGE COMP VALUE 0.
       01 CUMULATIVE-CAPITAL      PIC S9(9)V99 USAGE COMP.

      *****************************************************************
      * SITE ORDER TABLE - SITEMST IS KEYED BY SITE CODE, NOT BY     *
      * REPORT SEQUENCE, SO THE SITES ARE LOADED HERE AND THE REPORT *
      * WALKS THE SEQUENCE NUMBERS 01 - 99 PICKING THEM OUT IN       *
      * ORDER.                                                       *
      *****************************************************************
       01 SITE-ORDER-TABLE.
              05 SOT-ENTRY OCCURS 100 TIMES.
                     10 SOT-SITE-CODE     PIC X(03).
                     10 SOT-SITE-NAME     PIC X(20).
                     10 SOT-REPORT-SEQ    PIC 9(02).
       01 SOT-IX                  PIC 9(03) USAGE COMP.
       01 SOT-ENTRY-COUNT         PIC 9(03) USAGE COMP VALUE 0.
       01 PRINT-SEQ               PIC 9(03) USAGE COMP.
       01 GROUP-SITE-CODE         PIC X(03).
       01 GROUP-SITE-NAME         PIC X(20).

       01 SITE-TOTALS.
              05 SUB-LINE-COUNT    PIC 9(04) USAGE COMP.
              05 SUB-CUT-COUNT     PIC 9(04) USAGE COMP.
              05 SUB-CUT-CAPITAL   PIC S9(9)V99 USAGE COMP.
              05 SUB-CUT-SAVINGS   PIC S9(9)V99 USAGE COMP.

       01 GRAND-TOTALS.
              05 GRD-CUT-COUNT     PIC 9(04) USAGE COMP.
              05 GRD-CUT-SAVINGS   PIC S9(9)V99 USAGE COMP.
              05 GRD-CUT-NPV       PIC S9(9)V99 USAGE COMP.
              05 GRD-UNRANKED      PIC 9(04) USAGE COMP.

      *****************************************************************
      * CHANGE JOURNAL FIELDS.  A CANDIDATE LOADED TO PROJMST IS A    *
      * PROJECT ADD LIKE ANY OTHER, SO IT IS WRITTEN TO THE SHARED    *
      * CHGJRNL JOURNAL WITH ITS AFTER IMAGE, THE SAME AS PROJMNT.    *
      *****************************************************************
       01 JOURNAL-FIELDS.
              05 JOURNAL-ACTION    PIC X(06).
              05 JOURNAL-BEFORE    PIC X(120).
              05 JOURNAL-AFTER     PIC X(120).

       01 CAP-FILE-STATUS         PIC X(02).
       01 CPP-FILE-STATUS         PIC X(02).
       01 SWC-FILE-STATUS         PIC X(02).
       01 FTR-FILE-STATUS         PIC X(02).
       01 AXR-FILE-STATUS         PIC X(02).
       01 EQM-FILE-STATUS         PIC X(02).
       01 DRV-FILE-STATUS         PIC X(02).
       01 RTB-FILE-STATUS         PIC X(02).
       01 PRJ-FILE-STATUS         PIC X(02).
       01 SIT-FILE-STATUS         PIC X(02).
       01 JRN-FILE-STATUS         PIC X(02).
       01 OSS-FILE-STATUS         PIC X(02).
       01 RPT-FILE-STATUS         PIC X(02).

      *****************************************************************
      * REPORT CONTROL FIELDS AND LINE LAYOUTS FOR THE RANKING        *
      * REPORT.  EACH RANKING RUN REPLACES THE LAST ONE'S REPORT.     *
      *****************************************************************
       01 LINES-PER-PAGE          PIC 9(02) USAGE COMP VALUE 50.
       01 LINE-COUNT              PIC 9(02) USAGE COMP VALUE 99.
       01 PAGE-COUNT              PIC 9(04) USAGE COMP VALUE 0.
       01 RPT-RUN-DATE            PIC 9(08).

       01 RPT-HEADING-1.
              05 FILLER            PIC X(30)
                                    VALUE "CAPITAL PLAN RANKING".
              05 FILLER            PIC X(21)
                                    VALUE "BY SITE              ".
              05 FILLER            PIC X(06) VALUE "PAGE: ".
              05 RPT1-PAGE-OUT     PIC ZZZ9.

       01 RPT-HEADING-2.
              05 FILLER            PIC X(11) VALUE "RUN DATE: ".
              05 RPT2-DATE-OUT     PIC 9(08).
              05 FILLER            PIC X(18)
                                    VALUE "  BUDGET CEILING: ".
              05 RPT2-CEILING-OUT  PIC $$$$,$$$,$$9.99.
              05 FILLER            PIC X(12) VALUE "  OPERATOR: ".
              05 RPT2-OPER-OUT     PIC X(08).

       01 RPT-HEADING-P.
              05 FILLER            PIC X(17)
                                    VALUE "DISCOUNT RATE %: ".
              05 RPTP-DISCOUNT-OUT PIC Z9.99.
              05 FILLER            PIC X(18)
                                    VALUE "  ANALYSIS YEARS: ".
              05 RPTP-YEARS-OUT    PIC Z9.
              05 FILLER            PIC X(21)
                                    VALUE "  RATE ESCALATION %: ".
              05 RPTP-ESCAL-OUT    PIC Z9.99.
              05 FILLER            PIC X(01) VALUE SPACE.
              05 RPTP-SOURCE-OUT   PIC X(09).

       01 RPT-HEADING-3.
              05 FILLER            PIC X(04) VALUE "RANK".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(10) VALUE "EQUIPMENT".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE "SOURCE".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(20) VALUE "DESCRIPTION".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(13) VALUE " CAPITAL COST".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(14) VALUE "ANNUAL SAVINGS".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(06) VALUE "PAYBK".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(16)
                                    VALUE "   NET PRES. VAL".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(05) VALUE "CUT".
              05 FILLER            PIC X(02) VALUE SPACES.
              05 FILLER            PIC X(08) VALUE "STATUS".

       01 RPT-SITE-HEADING.
              05 FILLER            PIC X(06) VALUE "SITE: ".
              05 RPT-SH-SITE-OUT   PIC X(03).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-SH-NAME-OUT   PIC X(20).

       01 RPT-DETAIL-LINE.
              05 RPT-RANK-OUT      PIC ZZZZ.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-EQUIP-ID-OUT  PIC X(10).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-SOURCE-OUT    PIC X(08).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-DESCR-OUT     PIC X(20).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-COST-OUT      PIC $$,$$$,$$9.99.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-SAVINGS-OUT   PIC $$,$$$,$$9.99-.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-PAYBACK-OUT   PIC ZZ9.99.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-NPV-OUT       PIC $$$$,$$$,$$9.99-.
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-CUT-OUT       PIC X(05).
              05 FILLER            PIC X(02) VALUE SPACES.
              05 RPT-STATUS-OUT    PIC X(08).

       01 RPT-SUBTOTAL-LINE.
              05 RPT-SUB-LABEL-OUT PIC X(20).
              05 FILLER            PIC X(12) VALUE "INSIDE CUT: ".
              05 RPT-SUB-COUNT-OUT PIC ZZZ9.
              05 FILLER            PIC X(12) VALUE "  CAPITAL: ".
              05 RPT-SUB-CAP-OUT   PIC $$$$,$$$,$$9.99.
              05 FILLER            PIC X(19)
                                    VALUE "  ANNUAL SAVINGS: ".
              05 RPT-SUB-SAVE-OUT  PIC $$$$,$$$,$$9.99-.

       01 RPT-UNRANKED-HEADING.
              05 FILLER            PIC X(44) VALUE
                     "NOT RANKED - NOT COSTED OR NO SAVINGS FIGURE".

       01 RPT-TOTAL-LINE.
              05 FILLER            PIC X(19)
                                    VALUE "CANDIDATES RANKED: ".
              05 RPT-RANKED-OUT    PIC ZZZ9.
              05 FILLER            PIC X(14) VALUE "  INSIDE CUT: ".
              05 RPT-INSIDE-OUT    PIC ZZZ9.
              05 FILLER            PIC X(14) VALUE "  NOT RANKED: ".
              05 RPT-UNRANKED-OUT  PIC ZZZ9.

       01 RPT-TOTAL-LINE-2.
              05 FILLER            PIC X(20)
                                    VALUE "CAPITAL INSIDE CUT: ".
              05 RPT-TOT-CAP-OUT   PIC $$$$,$$$,$$9.99.
              05 FILLER            PIC X(16) VALUE "  UNCOMMITTED: ".
              05 RPT-TOT-LEFT-OUT  PIC $$$$,$$$,$$9.99-.

       01 RPT-TOTAL-LINE-3.
              05 FILLER            PIC X(27)
                                    VALUE "ANNUAL SAVINGS INSIDE CUT: ".
              05 RPT-TOT-SAVE-OUT  PIC $$$$,$$$,$$9.99-.
              05 FILLER            PIC X(18)
                                    VALUE "  NPV INSIDE CUT: ".
              05 RPT-TOT-NPV-OUT   PIC $$$$,$$$,$$9.99-.

       01 RPT-OVERFLOW-LINE.
              05 FILLER            PIC X(46) VALUE
                     "OVER 500 CANDIDATES ON FILE - REST NOT RANKED".

       01 SWITCHES.
              05 EOF-SWEEP-SW      PIC X(01) VALUE "N".
                     88 END-OF-SWEEP VALUE "Y".
              05 EOF-TUNE-SW       PIC X(01) VALUE "N".
                     88 END-OF-TUNE VALUE "Y".
              05 IDX-SCAN-EOF-SW   PIC X(01) VALUE "N".
                     88 END-OF-IDX-SCAN VALUE "Y".
              05 CAND-SCAN-EOF-SW  PIC X(01) VALUE "N".
                     88 END-OF-CAND-SCAN VALUE "Y".
              05 PROJ-SCAN-EOF-SW  PIC X(01) VALUE "N".
                     88 END-OF-PROJ-SCAN VALUE "Y".
              05 EOF-SITE-SW       PIC X(01) VALUE "N".
                     88 END-OF-SITE VALUE "Y".
              05 DRV-SCAN-EOF-SW   PIC X(01) VALUE "N".
                     88 END-OF-DRV-SCAN VALUE "Y".
              05 RATE-SCAN-EOF-SW  PIC X(01) VALUE "N".
                     88 END-OF-RATE-SCAN VALUE "Y".
              05 RATE-FOUND-SW     PIC X(01) VALUE "N".
                     88 RATE-FOUND VALUE "Y".
              05 DRIVE-FOUND-SW    PIC X(01) VALUE "N".
                     88 DRIVE-FOUND VALUE "Y".
              05 EQUIP-FOUND-SW    PIC X(01) VALUE "N".
                     88 EQUIP-FOUND VALUE "Y".
              05 CANDIDATE-FOUND-SW
                                   PIC X(01) VALUE "N".
                     88 CANDIDATE-FOUND VALUE "Y".
              05 PROJECT-FOUND-SW  PIC X(01) VALUE "N".
                     88 PROJECT-FOUND VALUE "Y".
              05 PROJECTION-FOUND-SW
                                   PIC X(01) VALUE "N".
                     88 PROJECTION-FOUND VALUE "Y".
              05 VALID-INPUT-SW    PIC X(01) VALUE "Y".
                     88 VALID-PLAN-INPUT VALUE "Y".
              05 CUT-DRAWN-SW      PIC X(01) VALUE "N".
                     88 CUT-LINE-DRAWN VALUE "Y".
              05 TABLE-FULL-SW     PIC X(01) VALUE "N".
                     88 CANDIDATE-TABLE-FULL VALUE "Y".
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
              initialize plan-fields
              initialize new-candidate
              initialize collect-fields
              initialize journal-fields
              move "N" to eof-sweep-sw
              move "N" to eof-tune-sw
              move "N" to idx-scan-eof-sw
              move "N" to cand-scan-eof-sw
              move "N" to proj-scan-eof-sw
              move "N" to eof-site-sw
              move "N" to drv-scan-eof-sw
              move "N" to rate-scan-eof-sw
              move "N" to rate-found-sw
              move "N" to drive-found-sw
              move "N" to equip-found-sw
              move "N" to candidate-found-sw
              move "N" to project-found-sw
              move "N" to projection-found-sw
              move "Y" to valid-input-sw
              move "N" to cut-drawn-sw
              move "N" to table-full-sw
              move "N" to journal-written-sw
              move 0 to cnd-entry-count
              move 0 to rank-count
              move 0 to sot-entry-count
              move 0 to page-count
              move 99 to line-count
              move "(CONSOLE)" to param-source
              accept rpt-run-date from date yyyymmdd
              open i-o candidate-file
              if cap-file-status = "35"
                     open output candidate-file
                     close candidate-file
                     open i-o candidate-file
              end-if
              open i-o project-master-file
              if prj-file-status = "35"
                     open output project-master-file
                     close project-master-file
                     open i-o project-master-file
              end-if
              open i-o journal-file
              if jrn-file-status = "35"
                     open output journal-file
                     close journal-file
                     open i-o journal-file
              end-if
              open input audit-index-file
              open input equip-master-file
              open input drive-catalog-file
              open input rate-table-file
              open input site-master-file
              display "CAPITAL PLAN RANKING"
              perform read-session.

       select-action.
              display spaces
              display "C - Collect candidates from the sweep, tune-up "
                      "and FUELSAVE outputs"
              display "E - Enter a capital cost estimate"
              display "R - Rank candidates against a budget ceiling"
              display "A - Approve a candidate (or withdraw approval)"
              display "L - Load approved candidates into PROJMST"
              display "X - Exit"
              display spaces
              display "Select an action: "
              accept plan-action
              if plan-action = "X" or "x"
                     go to end-program
              end-if
              if plan-action = "C" or "c"
                     go to collect-candidates
              end-if
              if plan-action = "E" or "e"
                     go to enter-estimate
              end-if
              if plan-action = "R" or "r"
                     go to rank-candidates
              end-if
              if plan-action = "A" or "a"
                     go to approve-candidate
              end-if
              if plan-action = "L" or "l"
                     go to load-approved
              end-if
              display "Invalid selection"
              go to select-action.

      *****************************************************************
      * COLLECT-CANDIDATES POSTS ONE CANDIDATE PER UNIT PER SOURCE TO *
      * CAPCAND.  A CANDIDATE ALREADY ON FILE IS REFRESHED WITH THE   *
      * LATEST SAVINGS FIGURE (AND DRIVE PRICE) BUT KEEPS A KEYED     *
      * ESTIMATE AND ITS APPROVAL; ONE ALREADY LOADED TO PROJMST IS   *
      * LEFT ALONE.  THE SWEEP EXTRACT HOLDS ONLY THE LAST STUDY RUN, *
      * SO COLLECTING AFTER EACH SWEEP BUILDS THE LIST UP OVER TIME.  *
      *****************************************************************
       collect-candidates.
              display spaces
              display "Collect FUELSAVE projections run on or after "
                      "(YYYYMMDD, zero for all): "
              accept projections-since
              move 0 to sweep-candidates
              move 0 to tune-candidates
              move 0 to fuel-candidates
              move 0 to candidates-added
              move 0 to candidates-updated
              move 0 to candidates-skipped
              perform collect-sweep-candidates
              perform collect-tune-candidates
              perform collect-fuel-candidates
              display "Sweep candidates:    " sweep-candidates
              display "Tune-up candidates:  " tune-candidates
              display "FUELSAVE candidates: " fuel-candidates
              display "Added " candidates-added "  refreshed "
                      candidates-updated "  skipped "
                      candidates-skipped
              go to select-action.

      *****************************************************************
      * ENTER-ESTIMATE KEYS THE CAPITAL COST OF A CANDIDATE THE DRIVE *
      * CATALOG CANNOT PRICE - A TUNE-UP, A FUELSAVE PROJECTION, OR A *
      * DRIVE JOB WHOSE INSTALLED COST IS WELL ABOVE LIST.  A KEYED   *
      * ESTIMATE IS NEVER OVERWRITTEN BY A LATER COLLECTION RUN.      *
      *****************************************************************
       enter-estimate.
              perform accept-candidate-key
              if plan-equip-id = spaces
                     go to select-action
              end-if
              if not valid-plan-input
                     go to select-action
              end-if
              perform lookup-candidate
              if not candidate-found
                     display "Candidate " plan-equip-id " "
                             plan-source " is not on file - "
                             "estimate refused"
                     go to select-action
              end-if
              if cap-status = "L"
                     display "Candidate is already loaded to PROJMST "
                             "as project " cap-project-no
                             " - estimate refused"
                     go to select-action
              end-if
              perform display-candidate
              display "Enter capital cost estimate: "
              accept keyed-estimate
              if keyed-estimate <= 0
                     display "Estimate must be greater than zero - "
                             "entry refused"
                     go to select-action
              end-if
              move keyed-estimate to cap-capital-cost
              move "ESTIMATE" to cap-cost-source
              rewrite capital-candidate-record
                  invalid key
                         display "Estimate for " plan-equip-id
                                 " failed - file status "
                                 cap-file-status
                  not invalid key
                         display "Estimate recorded for "
                                 plan-equip-id " " plan-source
              end-rewrite
              go to select-action.

      *****************************************************************
      * RANK-CANDIDATES RUNS THE RANKING: PARAMETERS AND CEILING,     *
      * PAYBACK AND NPV FOR EVERY CANDIDATE, RANK BY NPV, DRAW THE    *
      * CUT LINE, PRINT BY SITE, AND STORE THE RANK AND CUT FLAG ON   *
      * CAPCAND FOR THE APPROVAL STEP.                                *
      *****************************************************************
       rank-candidates.
              perform read-parameters
              if not valid-plan-input
                     go to select-action
              end-if
              display "Enter capital budget ceiling: "
              accept budget-ceiling
              if budget-ceiling <= 0
                     display "Budget ceiling must be greater than "
                             "zero - ranking cancelled"
                     go to select-action
              end-if
              perform load-candidate-table
              if cnd-entry-count = 0
                     display "No open candidates on file - collect "
                             "candidates first"
                     go to select-action
              end-if
              move 0 to rank-count
              move 1 to best-ix
              perform pick-next-rank until best-ix = 0
              move 0 to cumulative-capital
              move "N" to cut-drawn-sw
              initialize grand-totals
              perform draw-cut-line
                  varying rank-ix from 1 by 1
                  until rank-ix > rank-count
              open output print-file
              move 0 to page-count
              perform write-report-heading
              move 0 to sot-entry-count
              perform load-site-table
              perform print-sites-in-sequence
                  varying print-seq from 1 by 1
                  until print-seq > 99
              perform print-unassigned-group
              perform print-unranked-group
              perform write-report-total
              close print-file
              perform store-ranking
                  varying cnd-ix from 1 by 1
                  until cnd-ix > cnd-entry-count
              display "Ranking complete - " rank-count " ranked, "
                      grd-cut-count " inside the cut line - see the "
                      "capital plan report"
              go to select-action.

      *****************************************************************
      * APPROVE-CANDIDATE MARKS CANDIDATES FOR LOADING TO PROJMST -   *
      * EITHER EVERY CANDIDATE INSIDE THE LAST CUT LINE AT ONCE, OR   *
      * ONE CANDIDATE BY KEY (WHICH CAN ALSO WITHDRAW AN APPROVAL).   *
      * ONLY A COSTED CANDIDATE WITH A SAVINGS FIGURE CAN BE          *
      * APPROVED - PROJMST NEEDS BOTH FOR PAYBACK.                    *
      *****************************************************************
       approve-candidate.
              display spaces
              display "Approve every candidate inside the last cut "
                      "line? (Y/N): "
              accept confirm-answer
              if confirm-answer = "Y" or "y"
                     move 0 to candidates-changed
                     perform start-candidate-scan
                     perform approve-if-inside-cut
                         until end-of-cand-scan
                     display candidates-changed " candidates approved"
                     go to select-action
              end-if
              perform accept-candidate-key
              if plan-equip-id = spaces
                     go to select-action
              end-if
              if not valid-plan-input
                     go to select-action
              end-if
              perform lookup-candidate
              if not candidate-found
                     display "Candidate " plan-equip-id " "
                             plan-source " is not on file - "
                             "approval refused"
                     go to select-action
              end-if
              if cap-status = "L"
                     display "Candidate is already loaded to PROJMST "
                             "as project " cap-project-no
                     go to select-action
              end-if
              perform display-candidate
              if cap-status = "A"
                     display "Candidate is approved - withdraw the "
                             "approval? (Y/N): "
                     accept confirm-answer
                     if confirm-answer = "Y" or "y"
                            move "N" to cap-status
                            perform rewrite-approval
                     end-if
                     go to select-action
              end-if
              if cap-capital-cost <= 0 or cap-annual-savings <= 0
                     display "Candidate is not costed or has no "
                             "savings figure - approval refused"
                     go to select-action
              end-if
              display "Approve this candidate? (Y/N): "
              accept confirm-answer
              if confirm-answer = "Y" or "y"
                     move "A" to cap-status
                     perform rewrite-approval
              end-if
              go to select-action.

      *****************************************************************
      * LOAD-APPROVED WALKS CAPCAND FOR APPROVED CANDIDATES AND ADDS  *
      * EACH ONE TO PROJMST UNDER THE PROJECT NUMBER AND PLANNED      *
      * INSTALL DATE KEYED FOR IT - CAPITAL COST AND PROJECTED        *
      * SAVINGS COME FROM THE CANDIDATE.  A BLANK PROJECT NUMBER      *
      * LEAVES THE CANDIDATE APPROVED FOR A LATER LOAD.               *
      *****************************************************************
       load-approved.
              move 0 to candidates-changed
              perform start-candidate-scan
              perform load-if-approved until end-of-cand-scan
              display candidates-changed
                      " candidates loaded to PROJMST"
              go to select-action.

       end-program.
              close candidate-file
              close project-master-file
              close journal-file
              close audit-index-file
              close equip-master-file
              close drive-catalog-file
              close rate-table-file
              close site-master-file
              goback.

      *****************************************************************
      * ACCEPT-CANDIDATE-KEY PROMPTS FOR THE EQUIPMENT ID (BLANK TO   *
      * CANCEL) AND THE CANDIDATE SOURCE.                             *
      *****************************************************************
       accept-candidate-key.
              move "Y" to valid-input-sw
              display spaces
              display "Enter equipment id (blank to cancel): "
              accept plan-equip-id
              if plan-equip-id not = spaces
                     display "Enter source (SWEEP, TUNEUP, FUELSAVE): "
                     accept plan-source
                     inspect plan-source converting
                             "abcdefghijklmnopqrstuvwxyz" to
                             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                     if not valid-source
                            display "Source must be SWEEP, TUNEUP or "
                                    "FUELSAVE - entry refused"
                            move "N" to valid-input-sw
                     end-if
              end-if.

       lookup-candidate.
              move "N" to candidate-found-sw
              move plan-candidate-key to cap-candidate-key
              read candidate-file
                  invalid key
                         move "N" to candidate-found-sw
                  not invalid key
                         move "Y" to candidate-found-sw
              end-read.

       display-candidate.
              display "Site:            " cap-site-code
              display "Description:     " cap-description
              display "Annual savings:  " cap-annual-savings
              display "Capital cost:    " cap-capital-cost
                      "  (" cap-cost-source ")"
              display "Last rank:       " cap-rank
                      "  inside cut: " cap-cut-flag.

       rewrite-approval.
              rewrite capital-candidate-record
                  invalid key
                         display "Approval update of " plan-equip-id
                                 " failed - file status "
                                 cap-file-status
                  not invalid key
                         display "Candidate " plan-equip-id " "
                                 plan-source " updated"
              end-rewrite.

      *****************************************************************
      * START-CANDIDATE-SCAN POSITIONS CAPCAND AT ITS FIRST RECORD    *
      * AND READS IT.  THE STATUS CHECKS STOP THE SCAN WHEN THE FILE  *
      * IS UNAVAILABLE OR A READ FAILS.                               *
      *****************************************************************
       start-candidate-scan.
              move "N" to cand-scan-eof-sw
              move low-values to cap-candidate-key
              start candidate-file
                  key is not less than cap-candidate-key
                  invalid key
                         move "Y" to cand-scan-eof-sw
              end-start
              if cap-file-status not = "00"
                     move "Y" to cand-scan-eof-sw
              end-if
              if not end-of-cand-scan
                     perform read-next-candidate
              end-if.

       read-next-candidate.
              read candidate-file next record
                  at end move "Y" to cand-scan-eof-sw
              end-read
              if cap-file-status not = "00"
                     move "Y" to cand-scan-eof-sw
              end-if.

       approve-if-inside-cut.
              if cap-cut-flag = "Y" and cap-status = "N"
                     move "A" to cap-status
                     rewrite capital-candidate-record
                         invalid key
                                display "Approval of " cap-equip-id
                                        " failed - file status "
                                        cap-file-status
                         not invalid key
                                add 1 to candidates-changed
                     end-rewrite
              end-if
              perform read-next-candidate.

       load-if-approved.
              if cap-status = "A"
                     perform load-one-candidate
              end-if
              perform read-next-candidate.

      *****************************************************************
      * LOAD-ONE-CANDIDATE ADDS ONE APPROVED CANDIDATE TO PROJMST.    *
      * THE PROJECT NUMBER MUST NOT ALREADY BE ON FILE AND THE        *
      * INSTALL DATE IS CHECKED THE SAME WAY PROJMNT CHECKS IT.       *
      *****************************************************************
       load-one-candidate.
              display spaces
              display "Candidate " cap-equip-id " " cap-source
              perform display-candidate
              display "Enter project number (blank to skip): "
              accept plan-project-no
              if plan-project-no not = spaces
                     move "Y" to valid-input-sw
                     move plan-project-no to prj-project-no
                     read project-master-file
                         invalid key
                                continue
                         not invalid key
                                display "Project " plan-project-no
                                        " is already on file - load "
                                        "refused"
                                move "N" to valid-input-sw
                     end-read
                     if valid-plan-input
                            display "Enter planned install date "
                                    "(YYYYMMDD): "
                            accept plan-install-date
                            perform validate-install-date
                     end-if
                     if valid-plan-input
                            perform add-candidate-project
                     end-if
              end-if.

       validate-install-date.
              if plan-inst-year < 1900
                     display "Install date year must be 1900 or "
                             "later - entry refused"
                     move "N" to valid-input-sw
              end-if
              if plan-inst-month < 1 or plan-inst-month > 12
                     display "Install date month must be 01 - 12 "
                             "- entry refused"
                     move "N" to valid-input-sw
              end-if
              if plan-inst-day < 1 or plan-inst-day > 31
                     display "Install date day must be 01 - 31 "
                             "- entry refused"
                     move "N" to valid-input-sw
              end-if.

       add-candidate-project.
              move plan-project-no to prj-project-no
              move cap-equip-id to prj-equip-id
              move plan-install-date to prj-install-date
              move cap-capital-cost to prj-capital-cost
              move cap-annual-savings to prj-proj-savings
              write project-master-record
                  invalid key
                         display "Add of " plan-project-no
                                 " failed - file status "
                                 prj-file-status
                  not invalid key
                         display "Project " plan-project-no " added"
                         move "ADD" to journal-action
                         move spaces to journal-before
                         move project-master-record to journal-after
                         perform write-journal-entry
                         move "L" to cap-status
                         move plan-project-no to cap-project-no
                         rewrite capital-candidate-record
                             invalid key
                                    display "Candidate " cap-equip-id
                                            " not marked loaded - "
                                            "file status "
                                            cap-file-status
                         end-rewrite
                         add 1 to candidates-changed
              end-write.

      *****************************************************************
      * COLLECT-SWEEP-CANDIDATES READS THE SWPCSV CURVE POINTS AND    *
      * KEEPS, PER UNIT, THE POINT WITH THE LARGEST ANNUAL SAVINGS -  *
      * THE SPEED THE DRIVE WOULD BE SET TO.                          *
      *****************************************************************
       collect-sweep-candidates.
              move "N" to eof-sweep-sw
              move spaces to cur-sweep-equip
              move 0 to best-sweep-savings
              move 0 to best-sweep-rpm
              open input sweep-csv-file
              perform read-sweep-csv
              perform process-sweep-row until end-of-sweep
              if cur-sweep-equip not = spaces
                     perform write-sweep-candidate
              end-if
              close sweep-csv-file.

       read-sweep-csv.
              read sweep-csv-file
                  at end move "Y" to eof-sweep-sw
              end-read.

       process-sweep-row.
              if swc-run-date is numeric
                     if swc-equip-id not = cur-sweep-equip
                            if cur-sweep-equip not = spaces
                                   perform write-sweep-candidate
                            end-if
                            move swc-equip-id to cur-sweep-equip
                            move 0 to best-sweep-savings
                            move 0 to best-sweep-rpm
                     end-if
                     move swc-savings to sweep-savings
                     if sweep-savings > best-sweep-savings
                            move sweep-savings to best-sweep-savings
                            move swc-rpm to best-sweep-rpm
                     end-if
              end-if
              perform read-sweep-csv.

       write-sweep-candidate.
              move cur-sweep-equip to eqm-equip-id
              perform lookup-equipment
              if best-sweep-savings <= 0
                     continue
              else
                     if not equip-found
                            display "Sweep unit " cur-sweep-equip
                                    " is not on EQUIPMST - skipped"
                            add 1 to candidates-skipped
                     else
                            initialize new-candidate
                            move cur-sweep-equip to new-equip-id
                            move "SWEEP" to new-source
                            move eqm-site-code to new-site-code
                            move best-sweep-rpm to desc-rpm-out
                            string "VSD TO " desc-rpm-out " RPM"
                                   delimited by size
                                   into new-description
                            move best-sweep-savings to new-savings
                            perform select-drive
                            if drive-found
                                   move best-price to new-cost
                                   move "DRVCAT" to new-cost-source
                            end-if
                            perform post-candidate
                            add 1 to sweep-candidates
                     end-if
              end-if.

      *****************************************************************
      * COLLECT-TUNE-CANDIDATES READS THE TUNETRAN WORKLIST.  OLDEFF  *
      * IS THE DRIFTED EFFICIENCY AND NEWEFF THE LAST-KNOWN-GOOD ONE, *
      * SO THE SAVINGS ARE PRICED EXACTLY AS FUELSAVE WOULD PRICE     *
      * THEM - BUT ONLY ONCE THE ENERGY OFFICE HAS FILLED IN THE FUEL *
      * TYPE AND CONSUMPTION.  UNTIL THEN THE CANDIDATE IS COLLECTED  *
      * WITH NO SAVINGS FIGURE AND PRINTS AS NOT RANKED.              *
      *****************************************************************
       collect-tune-candidates.
              move "N" to eof-tune-sw
              open input tune-tran-file
              perform read-tune-tran
              perform process-tune-tran until end-of-tune
              close tune-tran-file.

       read-tune-tran.
              read tune-tran-file
                  at end move "Y" to eof-tune-sw
              end-read.

       process-tune-tran.
              if ftr-equip-id not = spaces
                     initialize new-candidate
                     move ftr-equip-id to new-equip-id
                     move "TUNEUP" to new-source
                     move ftr-site-code to new-site-code
                     if new-site-code = spaces
                            move ftr-equip-id to eqm-equip-id
                            perform lookup-equipment
                            if equip-found
                                   move eqm-site-code to new-site-code
                            end-if
                     end-if
                     move ftr-neweff to desc-eff-out
                     string "RESTORE EFF TO " desc-eff-out
                            delimited by size
                            into new-description
                     if ftr-fuel-type not = spaces
                        and ftr-annual-consumption > 0
                        and ftr-neweff > ftr-oldeff
                            move ftr-fuel-type to rate-lookup-fuel
                            perform lookup-rate
                            if rate-found
                                   compute pct-eff rounded =
                                           (ftr-neweff - ftr-oldeff)
                                               / ftr-neweff
                                   compute new-savings rounded =
                                           ftr-annual-consumption
                                               * effective-rate
                                               * pct-eff
                            end-if
                     end-if
                     perform post-candidate
                     add 1 to tune-candidates
              end-if
              perform read-tune-tran.

      *****************************************************************
      * COLLECT-FUEL-CANDIDATES WALKS AUDITIDX IN KEY ORDER - UNIT,   *
      * THEN RUN DATE - SO THE LAST FUELSAVE DLRSAVE ROW SEEN FOR A   *
      * UNIT IS ITS LATEST PROJECTION.  A UNIT ALREADY ON PROJMST IS  *
      * SKIPPED: ITS PROJECTION IS THE ONE PAYBACK IS TRACKING.       *
      *****************************************************************
       collect-fuel-candidates.
              move "N" to idx-scan-eof-sw
              move spaces to cur-idx-equip
              move "N" to projection-found-sw
              move low-values to axr-index-key
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
              perform process-index-row until end-of-idx-scan
              if projection-found
                     perform write-fuel-candidate
              end-if.

       read-next-index.
              read audit-index-file next record
                  at end move "Y" to idx-scan-eof-sw
              end-read
              if axr-file-status not = "00"
                     move "Y" to idx-scan-eof-sw
              end-if.

       process-index-row.
              if axr-equip-id not = cur-idx-equip
                     if projection-found
                            perform write-fuel-candidate
                     end-if
                     move axr-equip-id to cur-idx-equip
                     move "N" to projection-found-sw
              end-if
              if axr-program = "FUELSAVE"
                 and axr-result-type = "DLRSAVE"
                 and axr-run-date not < projections-since
                     move "Y" to projection-found-sw
                     move axr-result to latest-projection
                     move axr-run-date to latest-run-date
                     move axr-site-code to latest-site
              end-if
              perform read-next-index.

       write-fuel-candidate.
              perform check-project-exists
              if project-found
                     add 1 to candidates-skipped
              else
                     if latest-projection > 0
                            initialize new-candidate
                            move cur-idx-equip to new-equip-id
                            move "FUELSAVE" to new-source
                            move latest-site to new-site-code
                            string "PROJECTION " latest-run-date
                                   delimited by size
                                   into new-description
                            move latest-projection to new-savings
                            perform post-candidate
                            add 1 to fuel-candidates
                     end-if
              end-if.

      *****************************************************************
      * CHECK-PROJECT-EXISTS SCANS PROJMST FOR A PROJECT ON THE UNIT  *
      * - PROJMST IS KEYED BY PROJECT NUMBER, NOT EQUIPMENT.          *
      *****************************************************************
       check-project-exists.
              move "N" to project-found-sw
              move "N" to proj-scan-eof-sw
              move low-values to prj-project-no
              start project-master-file
                  key is not less than prj-project-no
                  invalid key
                         move "Y" to proj-scan-eof-sw
              end-start
              if prj-file-status not = "00"
                     move "Y" to proj-scan-eof-sw
              end-if
              if not end-of-proj-scan
                     perform read-next-project
              end-if
              perform scan-project-equip
                  until end-of-proj-scan or project-found.

       read-next-project.
              read project-master-file next record
                  at end move "Y" to proj-scan-eof-sw
              end-read
              if prj-file-status not = "00"
                     move "Y" to proj-scan-eof-sw
              end-if.

       scan-project-equip.
              if prj-equip-id = cur-idx-equip
                     move "Y" to project-found-sw
              else
                     perform read-next-project
              end-if.

      *****************************************************************
      * POST-CANDIDATE ADDS THE CANDIDATE IN NEW-CANDIDATE TO CAPCAND *
      * OR REFRESHES THE ONE ALREADY THERE.  A REFRESH REPLACES THE   *
      * SAVINGS FIGURE AND A CATALOG PRICE, BUT NOT A KEYED ESTIMATE  *
      * OR THE APPROVAL.                                              *
      *****************************************************************
       post-candidate.
              move new-equip-id to cap-equip-id
              move new-source to cap-source
              read candidate-file
                  invalid key
                         move "N" to candidate-found-sw
                  not invalid key
                         move "Y" to candidate-found-sw
              end-read
              if not candidate-found
                     initialize capital-candidate-record
                     move new-equip-id to cap-equip-id
                     move new-source to cap-source
                     move new-site-code to cap-site-code
                     move new-description to cap-description
                     move rpt-run-date to cap-collect-date
                     move new-savings to cap-annual-savings
                     move new-cost to cap-capital-cost
                     move new-cost-source to cap-cost-source
                     move "N" to cap-cut-flag
                     move "N" to cap-status
                     write capital-candidate-record
                         invalid key
                                display "Add of candidate "
                                        new-equip-id " failed - file "
                                        "status " cap-file-status
                         not invalid key
                                add 1 to candidates-added
                     end-write
              else
                     if cap-status = "L"
                            add 1 to candidates-skipped
                     else
                            move new-site-code to cap-site-code
                            move new-description to cap-description
                            move rpt-run-date to cap-collect-date
                            move new-savings to cap-annual-savings
                            if cap-cost-source not = "ESTIMATE"
                                   move new-cost to cap-capital-cost
                                   move new-cost-source
                                        to cap-cost-source
                            end-if
                            rewrite capital-candidate-record
                                invalid key
                                       display "Refresh of candidate "
                                               new-equip-id
                                               " failed - file status "
                                               cap-file-status
                                not invalid key
                                       add 1 to candidates-updated
                            end-rewrite
                     end-if
              end-if.

       lookup-equipment.
              move "N" to equip-found-sw
              read equip-master-file
                  invalid key
                         move "N" to equip-found-sw
                  not invalid key
                         move "Y" to equip-found-sw
              end-read.

      *****************************************************************
      * SELECT-DRIVE SIZES THE REQUIRED HORSEPOWER FROM THE UNIT'S    *
      * RATED HORSEPOWER PLUS THE SIZING MARGIN AND SCANS THE DRVCAT  *
      * CATALOG FOR THE SMALLEST ADEQUATE THREE-PHASE DRIVE (CHEAPEST *
      * ON A RATING TIE).                                             *
      *****************************************************************
       select-drive.
              move "N" to drive-found-sw
              compute required-hp rounded = eqm-rated-qty1
                      * (100 + sizing-margin-pct) / 100
              move low-values to drv-model
              move "N" to drv-scan-eof-sw
              start drive-catalog-file
                  key is not less than drv-model
                  invalid key
                         move "Y" to drv-scan-eof-sw
              end-start
              if drv-file-status not = "00"
                     move "Y" to drv-scan-eof-sw
              end-if
              if not end-of-drv-scan
                     perform read-next-drive
              end-if
              perform scan-drive-catalog
                  until end-of-drv-scan.

       read-next-drive.
              read drive-catalog-file next record
                  at end move "Y" to drv-scan-eof-sw
              end-read
              if drv-file-status not = "00"
                     move "Y" to drv-scan-eof-sw
              end-if.

       scan-drive-catalog.
              if drv-hp-rating >= required-hp
                 and drv-phase = drive-phase
                     if not drive-found
                        or drv-hp-rating < best-hp
                        or (drv-hp-rating = best-hp
                            and drv-price < best-price)
                            move drv-model to best-model
                            move drv-hp-rating to best-hp
                            move drv-price to best-price
                            move "Y" to drive-found-sw
                     end-if
              end-if
              perform read-next-drive.

      *****************************************************************
      * LOOKUP-RATE SELECTS THE RATE FOR RATE-LOOKUP-FUEL IN EFFECT   *
      * AS OF THE RUN DATE - THE TABLE HOLDS ONE RECORD PER FUEL TYPE *
      * PER EFFECTIVE DATE, SO THE SCAN STARTS AT THE FUEL TYPE'S     *
      * FIRST RECORD AND KEEPS THE LAST RATE WHOSE EFFECTIVE DATE IS  *
      * NOT AFTER THE RUN DATE.                                       *
      *****************************************************************
       lookup-rate.
              move "N" to rate-found-sw
              move 0 to effective-rate
              move rate-lookup-fuel to rtb-fuel-type
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
              if rtb-fuel-type not = rate-lookup-fuel
                 or rtb-effective-date > rpt-run-date
                     move "Y" to rate-scan-eof-sw
              else
                     move rtb-rate-per-unit to effective-rate
                     move "Y" to rate-found-sw
                     perform read-next-rate
              end-if.

      *****************************************************************
      * READ-PARAMETERS TAKES THE RANKING PARAMETERS FROM THE CAPPARM *
      * RECORD WHEN IT IS THERE AND NUMERIC, OTHERWISE FROM THE       *
      * CONSOLE, AND RANGE-CHECKS THEM EITHER WAY.                    *
      *****************************************************************
       read-parameters.
              move "Y" to valid-input-sw
              open input parameter-file
              read parameter-file
                  at end move spaces to capital-parameter-record
              end-read
              close parameter-file
              if cpp-discount-rate is numeric
                 and cpp-analysis-years is numeric
                 and cpp-escalation-rate is numeric
                     move "(CAPPARM)" to param-source
                     move cpp-discount-rate to discount-rate
                     move cpp-analysis-years to analysis-years
                     move cpp-escalation-rate to escalation-rate
              else
                     move "(CONSOLE)" to param-source
                     display "Enter discount rate %: "
                     accept discount-rate
                     display "Enter analysis years: "
                     accept analysis-years
                     display "Enter yearly rate escalation %: "
                     accept escalation-rate
              end-if
              if discount-rate < 0 or discount-rate > 50
                     display "Discount rate must be 0 - 50 % - "
                             "ranking cancelled"
                     move "N" to valid-input-sw
              end-if
              if analysis-years < 1 or analysis-years > 30
                     display "Analysis years must be 1 - 30 - "
                             "ranking cancelled"
                     move "N" to valid-input-sw
              end-if
              if escalation-rate < 0 or escalation-rate > 25
                     display "Rate escalation must be 0 - 25 % - "
                             "ranking cancelled"
                     move "N" to valid-input-sw
              end-if.

      *****************************************************************
      * LOAD-CANDIDATE-TABLE READS EVERY CANDIDATE NOT YET LOADED TO  *
      * PROJMST AND WORKS OUT ITS PAYBACK AND NPV.  A CANDIDATE WITH  *
      * NO COST OR NO SAVINGS FIGURE IS CARRIED UNRANKED.             *
      *****************************************************************
       load-candidate-table.
              move 0 to cnd-entry-count
              move "N" to table-full-sw
              perform start-candidate-scan
              perform store-candidate-entry until end-of-cand-scan.

       store-candidate-entry.
              if cap-status not = "L"
                     if cnd-entry-count < 500
                            add 1 to cnd-entry-count
                            move cnd-entry-count to cnd-ix
                            perform fill-candidate-entry
                     else
                            move "Y" to table-full-sw
                     end-if
              end-if
              perform read-next-candidate.

       fill-candidate-entry.
              move cap-equip-id to cnd-equip-id (cnd-ix)
              move cap-source to cnd-source (cnd-ix)
              move cap-site-code to cnd-site-code (cnd-ix)
              move cap-description to cnd-description (cnd-ix)
              move cap-annual-savings to cnd-savings (cnd-ix)
              move cap-capital-cost to cnd-cost (cnd-ix)
              move cap-status to cnd-status (cnd-ix)
              move 0 to cnd-payback (cnd-ix)
              move 0 to cnd-npv (cnd-ix)
              move 0 to cnd-rank (cnd-ix)
              move "N" to cnd-cut-flag (cnd-ix)
              move "N" to cnd-printed-sw (cnd-ix)
              if cnd-cost (cnd-ix) > 0 and cnd-savings (cnd-ix) > 0
                     compute cnd-payback (cnd-ix) rounded =
                             cnd-cost (cnd-ix) / cnd-savings (cnd-ix)
                         on size error
                                move 999.99 to cnd-payback (cnd-ix)
                     end-compute
                     perform compute-npv
              end-if.

       compute-npv.
              move 1 to escalation-factor
              move 1 to discount-factor
              move 0 to present-value
              perform add-year-present-value
                  varying year-ix from 1 by 1
                  until year-ix > analysis-years
              compute cnd-npv (cnd-ix) =
                      present-value - cnd-cost (cnd-ix).

       add-year-present-value.
              compute discount-factor rounded = discount-factor
                      * (100 + discount-rate) / 100
              compute year-savings rounded = cnd-savings (cnd-ix)
                      * escalation-factor
              compute present-value rounded = present-value
                      + year-savings / discount-factor
              compute escalation-factor rounded = escalation-factor
                      * (100 + escalation-rate) / 100.

      *****************************************************************
      * PICK-NEXT-RANK FINDS THE UNRANKED CANDIDATE WITH THE HIGHEST  *
      * NPV AND GIVES IT THE NEXT RANK.  BEST-IX COMES BACK ZERO WHEN *
      * EVERY RANKABLE CANDIDATE HAS BEEN RANKED.                     *
      *****************************************************************
       pick-next-rank.
              move 0 to best-ix
              perform find-best-unranked
                  varying cnd-ix from 1 by 1
                  until cnd-ix > cnd-entry-count
              if best-ix > 0
                     add 1 to rank-count
                     move rank-count to cnd-rank (best-ix)
                     move best-ix to rank-entry-ix (rank-count)
              end-if.

       find-best-unranked.
              if cnd-rank (cnd-ix) = 0
                 and cnd-cost (cnd-ix) > 0
                 and cnd-savings (cnd-ix) > 0
                     if best-ix = 0
                            move cnd-ix to best-ix
                     else
                            if cnd-npv (cnd-ix) > cnd-npv (best-ix)
                                   move cnd-ix to best-ix
                            end-if
                     end-if
              end-if.

      *****************************************************************
      * DRAW-CUT-LINE WALKS THE RANKS BEST FIRST, ADDING EACH         *
      * CANDIDATE'S CAPITAL UNTIL THE NEXT ONE WOULD BREAK THE        *
      * CEILING (OR NO LONGER PAYS BACK ITS CAPITAL IN PRESENT-VALUE  *
      * TERMS).  EVERYTHING FROM THERE DOWN IS BELOW THE CUT LINE.    *
      *****************************************************************
       draw-cut-line.
              move rank-entry-ix (rank-ix) to cnd-ix
              if not cut-line-drawn
                 and cnd-npv (cnd-ix) > 0
                 and cumulative-capital + cnd-cost (cnd-ix)
                         not > budget-ceiling
                     move "Y" to cnd-cut-flag (cnd-ix)
                     add cnd-cost (cnd-ix) to cumulative-capital
                     add 1 to grd-cut-count
                     add cnd-savings (cnd-ix) to grd-cut-savings
                     add cnd-npv (cnd-ix) to grd-cut-npv
              else
                     move "Y" to cut-drawn-sw
              end-if.

      *****************************************************************
      * STORE-RANKING WRITES EACH CANDIDATE'S RANK, CUT FLAG, PAYBACK *
      * AND NPV BACK TO CAPCAND FOR THE APPROVAL STEP.                *
      *****************************************************************
       store-ranking.
              move cnd-equip-id (cnd-ix) to cap-equip-id
              move cnd-source (cnd-ix) to cap-source
              read candidate-file
                  invalid key
                         continue
                  not invalid key
                         move cnd-rank (cnd-ix) to cap-rank
                         move cnd-cut-flag (cnd-ix) to cap-cut-flag
                         move cnd-payback (cnd-ix) to cap-payback-years
                         move cnd-npv (cnd-ix) to cap-npv
                         rewrite capital-candidate-record
                             invalid key
                                    display "Ranking of candidate "
                                            cap-equip-id " not stored"
                                            " - file status "
                                            cap-file-status
                         end-rewrite
              end-read.

      *****************************************************************
      * LOAD-SITE-TABLE READS SITEMST FROM THE TOP IN KEY ORDER.     *
      *****************************************************************
       load-site-table.
              move "N" to eof-site-sw
              move low-values to sit-site-code
              start site-master-file
                  key is not less than sit-site-code
                  invalid key
                         move "Y" to eof-site-sw
              end-start
              if sit-file-status not = "00"
                     move "Y" to eof-site-sw
              end-if
              if not end-of-site
                     perform read-next-site
              end-if
              perform store-site-entry until end-of-site.

       read-next-site.
              read site-master-file next record
                  at end move "Y" to eof-site-sw
              end-read
              if sit-file-status not = "00"
                     move "Y" to eof-site-sw
              end-if.

       store-site-entry.
              if sot-entry-count < 100
                     add 1 to sot-entry-count
                     move sot-entry-count to sot-ix
                     move sit-site-code to sot-site-code (sot-ix)
                     move sit-site-name to sot-site-name (sot-ix)
                     move sit-report-seq to sot-report-seq (sot-ix)
              end-if
              perform read-next-site.

      *****************************************************************
      * PRINT-SITES-IN-SEQUENCE PRINTS THE SITES IN THEIR SITEMST     *
      * REPORT SEQUENCE, EACH SITE'S CANDIDATES IN RANK ORDER.        *
      *****************************************************************
       print-sites-in-sequence.
              if sot-entry-count > 0
                     perform print-site-if-in-sequence
                         varying sot-ix from 1 by 1
                         until sot-ix > sot-entry-count
              end-if.

       print-site-if-in-sequence.
              if sot-report-seq (sot-ix) = print-seq
                     move sot-site-code (sot-ix) to group-site-code
                     move sot-site-name (sot-ix) to group-site-name
                     perform print-site-group
              end-if.

      *****************************************************************
      * PRINT-SITE-GROUP PRINTS THE SITE HEADING, THE SITE'S RANKED   *
      * CANDIDATES BEST FIRST, AND THE SITE SUBTOTAL OF WHAT MADE     *
      * THE CUT.  A SITE WITH NO RANKED CANDIDATE IS SKIPPED.         *
      *****************************************************************
       print-site-group.
              initialize site-totals
              perform count-site-lines
                  varying rank-ix from 1 by 1
                  until rank-ix > rank-count
              if sub-line-count > 0
                     perform write-site-heading
                     perform print-site-candidate
                         varying rank-ix from 1 by 1
                         until rank-ix > rank-count
                     move "  SITE TOTAL" to rpt-sub-label-out
                     perform write-subtotal-line
              end-if.

       count-site-lines.
              move rank-entry-ix (rank-ix) to print-ix
              if cnd-site-code (print-ix) = group-site-code
                     add 1 to sub-line-count
              end-if.

       print-site-candidate.
              move rank-entry-ix (rank-ix) to print-ix
              if cnd-site-code (print-ix) = group-site-code
                     perform write-detail-line
              end-if.

      *****************************************************************
      * PRINT-UNASSIGNED-GROUP PRINTS THE RANKED CANDIDATES THE SITE *
      * WALK DID NOT - A BLANK SITE OR ONE NOT ON SITEMST.           *
      *****************************************************************
       print-unassigned-group.
              initialize site-totals
              perform count-unassigned-line
                  varying rank-ix from 1 by 1
                  until rank-ix > rank-count
              if sub-line-count > 0
                     move "(-)" to group-site-code
                     move "UNASSIGNED" to group-site-name
                     perform write-site-heading
                     perform print-unassigned-line
                         varying rank-ix from 1 by 1
                         until rank-ix > rank-count
                     move "  UNASSIGNED TOTAL" to rpt-sub-label-out
                     perform write-subtotal-line
              end-if.

       count-unassigned-line.
              move rank-entry-ix (rank-ix) to print-ix
              if cnd-printed-sw (print-ix) = "N"
                     add 1 to sub-line-count
              end-if.

       print-unassigned-line.
              move rank-entry-ix (rank-ix) to print-ix
              if cnd-printed-sw (print-ix) = "N"
                     perform write-detail-line
              end-if.

      *****************************************************************
      * PRINT-UNRANKED-GROUP LISTS THE CANDIDATES THAT COULD NOT BE   *
      * RANKED, SO AN UNCOSTED TUNE-UP OR PROJECTION IS NOT SIMPLY    *
      * LOST OFF THE PLAN.                                            *
      *****************************************************************
       print-unranked-group.
              move 0 to grd-unranked
              perform count-unranked-line
                  varying print-ix from 1 by 1
                  until print-ix > cnd-entry-count
              if grd-unranked > 0
                     if line-count >= lines-per-page - 2
                            perform write-report-heading
                     end-if
                     move rpt-unranked-heading to print-line
                     write print-record after advancing 2
                     add 2 to line-count
                     perform print-unranked-line
                         varying print-ix from 1 by 1
                         until print-ix > cnd-entry-count
              end-if.

       count-unranked-line.
              if cnd-rank (print-ix) = 0
                     add 1 to grd-unranked
              end-if.

       print-unranked-line.
              if cnd-rank (print-ix) = 0
                     perform write-detail-line
              end-if.

       write-report-heading.
              add 1 to page-count
              move page-count to rpt1-page-out
              move rpt-run-date to rpt2-date-out
              move budget-ceiling to rpt2-ceiling-out
              move operator-id to rpt2-oper-out
              move discount-rate to rptp-discount-out
              move analysis-years to rptp-years-out
              move escalation-rate to rptp-escal-out
              move param-source to rptp-source-out
              move rpt-heading-1 to print-line
              write print-record after advancing page
              move rpt-heading-2 to print-line
              write print-record after advancing 1
              move rpt-heading-p to print-line
              write print-record after advancing 1
              move spaces to print-line
              write print-record after advancing 1
              move rpt-heading-3 to print-line
              write print-record after advancing 1
              move spaces to print-line
              write print-record after advancing 1
              move 0 to line-count.

       write-site-heading.
              if line-count >= lines-per-page - 2
                     perform write-report-heading
              end-if
              move group-site-code to rpt-sh-site-out
              move group-site-name to rpt-sh-name-out
              move rpt-site-heading to print-line
              write print-record after advancing 1
              add 1 to line-count.

       write-detail-line.
              if line-count >= lines-per-page
                     perform write-report-heading
              end-if
              move "Y" to cnd-printed-sw (print-ix)
              move cnd-rank (print-ix) to rpt-rank-out
              move cnd-equip-id (print-ix) to rpt-equip-id-out
              move cnd-source (print-ix) to rpt-source-out
              move cnd-description (print-ix) to rpt-descr-out
              move cnd-cost (print-ix) to rpt-cost-out
              move cnd-savings (print-ix) to rpt-savings-out
              move cnd-payback (print-ix) to rpt-payback-out
              move cnd-npv (print-ix) to rpt-npv-out
              move spaces to rpt-cut-out
              if cnd-rank (print-ix) > 0
                     if cnd-cut-flag (print-ix) = "Y"
                            move "YES" to rpt-cut-out
                     else
                            move "NO" to rpt-cut-out
                     end-if
              end-if
              move spaces to rpt-status-out
              if cnd-status (print-ix) = "A"
                     move "APPROVED" to rpt-status-out
              end-if
              move rpt-detail-line to print-line
              write print-record after advancing 1
              add 1 to line-count
              if cnd-cut-flag (print-ix) = "Y"
                     add 1 to sub-cut-count
                     add cnd-cost (print-ix) to sub-cut-capital
                     add cnd-savings (print-ix) to sub-cut-savings
              end-if.

       write-subtotal-line.
              if line-count >= lines-per-page - 1
                     perform write-report-heading
              end-if
              move sub-cut-count to rpt-sub-count-out
              move sub-cut-capital to rpt-sub-cap-out
              move sub-cut-savings to rpt-sub-save-out
              move rpt-subtotal-line to print-line
              write print-record after advancing 1
              move spaces to print-line
              write print-record after advancing 1
              add 2 to line-count.

       write-report-total.
              move spaces to print-line
              write print-record after advancing 1
              if candidate-table-full
                     move rpt-overflow-line to print-line
                     write print-record after advancing 1
              end-if
              move rank-count to rpt-ranked-out
              move grd-cut-count to rpt-inside-out
              move grd-unranked to rpt-unranked-out
              move rpt-total-line to print-line
              write print-record after advancing 1
              move cumulative-capital to rpt-tot-cap-out
              compute rpt-tot-left-out =
                      budget-ceiling - cumulative-capital
              move rpt-total-line-2 to print-line
              write print-record after advancing 1
              move grd-cut-savings to rpt-tot-save-out
              move grd-cut-npv to rpt-tot-npv-out
              move rpt-total-line-3 to print-line
              write print-record after advancing 1.

      *****************************************************************
      * WRITE-JOURNAL-ENTRY RECORDS THE PROJECT ADD JUST MADE ON THE  *
      * SHARED CHGJRNL CHANGE JOURNAL - MASTER NAME, RECORD KEY,      *
      * ACTION, DATE, TIME, OPERATOR, AND THE BEFORE AND AFTER        *
      * IMAGES.  THE SEQUENCE NUMBER STEPS PAST AN ENTRY ALREADY ON   *
      * FILE FOR THE SAME RECORD AT THE SAME TIME - A DUPLICATE KEY   *
      * ONLY MEANS TWO CHANGES INSIDE ONE HUNDREDTH OF A SECOND.      *
      *****************************************************************
       write-journal-entry.
              move "PROJMST" to jrn-master-name
              move prj-project-no to jrn-record-key
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
      * RANKING REPORT AND THE JOURNAL NAME THE PERSON AT THE        *
      * KEYBOARD.  RUN OUTSIDE THE MENU THERE IS NO SESSION AND THE  *
      * ID IS PROMPTED.                                              *
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
