      ******************************************************************
      * WSOPAUTH - OPERATOR-AUTH-FILE record.  The operator authority
      * table: one card per userid (the same USER value that lands
      * in AL-USERID) listing the maintenance actions that userid
      * may apply, as letters in any order -
      *     A = add          C = change (and leave/reinstate)
      *     D = delete (and terminate)   M = merge
      *     X = department transfer
      * e.g. "JSMITH               ACD".  Cards starting * are
      * comments.  A userid with no card may do nothing: the
      * auditors' rule is that authority is granted, never assumed.
      ******************************************************************
       01 OPERATOR-AUTH-RECORD.
           05 OA-USERID           PIC X(20).
           05 FILLER              PIC X.
           05 OA-ACTIONS          PIC X(10).
           05 FILLER              PIC X(49).
