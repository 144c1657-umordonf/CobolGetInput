      *    before departments existed), so HR's planning reports
      *    can break by department instead of one big pile.
           05 MR-DEPT-CODE            PIC X(4).
      *    Employment status and the CCYYMMDD it took effect.  A
      *    leaver is marked terminated instead of deleted, so the
      *    record and its history stay answerable until HELLOPRG
      *    purges it past the retention period.  Space = written
      *    before statuses existed, and reads as active.
           05 MR-EMP-STATUS           PIC X.
               88 MR-ACTIVE           VALUE "A" " ".
               88 MR-ON-LEAVE         VALUE "L".
               88 MR-TERMINATED       VALUE "T".
           05 MR-STATUS-DATE          PIC 9(8).
