           select optional session-file assign to "OPERSESS"
               organization is line sequential
               file status is oss-file-status.
           select optional journal-file assign to "CHGJRNL"
               organization is indexed
               access mode is random
               record key is jrn-journal-key
               file status is jrn-file-status.
           select optional print-file assign to "EMSMRPT"
               organization is line sequential
               file status is rpt-file-status.
           label records are standard.
       copy "opersess.cpy".

       fd  journal-file
           label records are standard.
       copy "chgjrnl.cpy".

       fd  print-file
           label records are standard.
       copy "rptrec.cpy".
       01 BEFORE-IMAGE.
              05 BEF-FACTOR        PIC S9(3)V9999 USAGE COMP.

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

       01 EMF-FILE-STATUS         PIC X(02).
       01 OSS-FILE-STATUS         PIC X(02).
       01 RPT-FILE-STATUS         PIC X(02).
       01 JRN-FILE-STATUS         PIC X(02).

      *****************************************************************
      * REPORT CONTROL FIELDS AND LINE LAYOUTS FOR THE MAINTENANCE    *
                     88 FACTOR-FOUND VALUE "Y".
              05 VALID-INPUT-SW    PIC X(01) VALUE "Y".
                     88 VALID-MAINT-INPUT VALUE "Y".
              05 JOURNAL-WRITTEN-SW
                                   PIC X(01) VALUE "N".
                     88 JOURNAL-WRITTEN VALUE "Y".

       procedure division.
       init-ws.
      *****************************************************************
              initialize maint-fields
              initialize before-image
              initialize journal-fields
              move "N" to journal-written-sw
              move "N" to factor-found-sw
              move "Y" to valid-input-sw
              move 0 to page-count
                     close emission-factor-file
                     open i-o emission-factor-file
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
                         display "Factor for " maint-fuel-type
                                 " effective " maint-effective-date
                                 " added"
                         move "ADD" to journal-action
                         move spaces to journal-before
                         move emission-factor-record to journal-after
                         perform write-journal-entry
                         add 1 to change-count
                         move "ADD" to rpt-action-out
                         perform write-report-after
                         display "Factor for " maint-fuel-type
                                 " effective " maint-effective-date
                                 " changed"
                         move "CHANGE" to journal-action
                         move emission-factor-record to journal-after
                         perform write-journal-entry
                         add 1 to change-count
                         move "CHANGE" to rpt-action-out
                         perform write-report-before
                         display "Factor for " maint-fuel-type
                                 " effective " maint-effective-date
                                 " deleted"
                         move "DELETE" to journal-action
                         move spaces to journal-after
                         perform write-journal-entry
                         add 1 to change-count
                         move "DELETE" to rpt-action-out
                         perform write-report-before
       end-program.
              perform write-report-total
              close emission-factor-file
              close journal-file
              close print-file
              goback.

                         move "N" to factor-found-sw
                  not invalid key
                         move "Y" to factor-found-sw
                         move emission-factor-record
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
              move "EMISFAC" to jrn-master-name
              move emf-factor-key to jrn-record-key
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
