      * the trailer carries a count per action so their side can
      * prove the mix as well as the total.  All the new fields sit
      * in what used to be filler, so the record positions their
      * intake already maps are unchanged.  A leaver goes across
      * as a T(ermination) detail carrying the employment status
      * and the date it took effect, not as a D that looks like a
      * keying correction, with its own trailer count.
      * The three 01 levels share the record area under the FD.
      ******************************************************************
       01 BI-HEADER-RECORD.
           05 BD-PROJECTION OCCURS 4 TIMES.
               10 BD-HORIZON-YEARS PIC 9(2).
               10 BD-PROJ-AGE      PIC 9(3).
      *    A = new since the snapshot, C = changed, D = dropped,
      *    T = terminated.  A FULL resync carries A on every detail.
           05 BD-ACTION-CODE      PIC X.
      *    Department code, since their side files by cost center
           05 BD-DEPT-CODE        PIC X(4).
      *    Employment status (A/L/T) and the date it took effect.
      *    Blank on persons recorded before statuses existed.
           05 BD-EMP-STATUS       PIC X.
               88 BD-TERMINATED   VALUE "T".
           05 BD-STATUS-DATE      PIC X(8).
           05 FILLER              PIC X(10).
       01 BI-TRAILER-RECORD.
           05 BT-REC-TYPE         PIC X.
           05 BT-RECORD-COUNT     PIC 9(7).
           05 BT-ADD-COUNT        PIC 9(7).
           05 BT-CHG-COUNT        PIC 9(7).
           05 BT-DEL-COUNT        PIC 9(7).
           05 BT-TRM-COUNT        PIC 9(7).
           05 FILLER              PIC X(35).
