      *****************************************************************
      * CHGJRNL - MASTER FILE CHANGE JOURNAL RECORD                   *
      *                                                                *
      * One record per add, change or delete made by any of the      *
      * master file maintenance programs, keyed by the master file   *
      * name, the record's own key (left-justified), and the date,   *
      * time and a tie-breaking sequence number of the change, so    *
      * one record's whole history reads back in order from a single *
      * START.  The before image is the record as it stood before    *
      * the change (spaces on an add), the after image the record as *
      * it was stored (spaces on a delete), both in the master's own *
      * record layout.  JRNLINQ reads the history back and rebuilds  *
      * a record as it stood on any given date.                      *
      *****************************************************************
       01 CHANGE-JOURNAL-RECORD.
              05 JRN-JOURNAL-KEY.
                     10 JRN-MASTER-NAME   PIC X(08).
                     10 JRN-RECORD-KEY    PIC X(20).
                     10 JRN-CHANGE-DATE   PIC 9(08).
                     10 JRN-CHANGE-TIME   PIC 9(08).
                     10 JRN-SEQUENCE      PIC 9(04).
              05 JRN-ACTION        PIC X(06).
              05 JRN-OPERATOR-ID   PIC X(08).
              05 JRN-BEFORE-IMAGE  PIC X(120).
              05 JRN-AFTER-IMAGE   PIC X(120).
