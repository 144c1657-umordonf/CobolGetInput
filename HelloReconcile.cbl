      * Purpose: Nightly cross-check of the three files every run
      *          writes.  Each audited VALID/ADDED/CHANGED person
      *          should be on USER-MASTER-FILE with a full set of
      *          horizon records (a status move - leave, terminate,
      *          reinstate - keeps them there), each audited DELETED
      *          or PURGED person should be gone, and every REJECTED
      *          audit line should have a
      *          matching REJRPT line.  Prints each discrepancy and
      *          sets a severity RETURN-CODE so the job flags a
      *          broken night instead of someone noticing a short
           END-IF.

      *Remember the latest audited action for the person: anything
      *applied means they should be on the master (a terminated
      *person stays on file until the purge), DELETED, PURGED or
      *RENAMED means gone.  Lines older than the WSAUDIT
      *restructure (or hand-edited ones) fall through to OTHER.
       TALLY-AUDIT-LINE.
           MOVE AL-FULL-NAME TO WS-AUD-NAME
           MOVE AL-PERSON-ID TO WS-AUD-PID
      *        A merge's audit line names the surviving person,
      *        who should still be on the master
               WHEN "MERGED"
               WHEN "ON LEAVE"
               WHEN "TERMED"
               WHEN "RETURNED"
               WHEN "REHIRED"
               WHEN "TRANSFER"
                   ADD 1 TO WS-AUD-PRESENT-COUNT
                   PERFORM NOTE-PERSON-PRESENT
               WHEN "DELETED"
               WHEN "PURGED"
      *        A daytime rename moves the person to a new key; the
      *        line under the old name says that name is gone
               WHEN "RENAMED"
                   ADD 1 TO WS-AUD-DELETE-COUNT
                   PERFORM NOTE-PERSON-ABSENT
               WHEN "REJECTED"
               WHEN "DENIED"
                   ADD 1 TO WS-AUD-REJECT-COUNT
      *        A held transaction touched nothing - the master
      *        owes it no record until its date arrives
