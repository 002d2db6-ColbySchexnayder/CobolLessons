      *>---------------------------------------------------------------
      *> custpend.cpy
      *> Record layout for custpend.txt, the pending master-change
      *> file.  UpdateCust in coboltut16 used to REWRITE whatever was
      *> keyed, so a data-entry operator could raise a limit to get
      *> their own held invoice released, or send a customer's
      *> statements somewhere new, with nobody else looking.  A
      *> CreditLimit change, or an address change on a customer who
      *> carries an open balance in custbal.txt, is now held here
      *> instead: Pend-Before is the master record as it stood when
      *> the change was keyed, Pend-After the whole record as it
      *> would be written.  The menu's Approve Pending Changes
      *> function (supervisors only) applies it with the normal
      *> UPDATE audit and history records, or rejects it with a
      *> CHGREJECT audit entry; either way the row is deleted.  The
      *> operator who keyed the change may not approve it, and both
      *> IDs are carried onto the audit and history records (see
      *> AU-EnteredBy / Hist-EnteredBy).  One change may be pending
      *> per customer at a time.
      *>
      *>   10/15/2026 - New copybook.
      *>---------------------------------------------------------------
      01 PendingData.
          02 Pend-IDNum PIC 9(06).
          02 Pend-Before PIC X(105).
          02 Pend-After PIC X(105).
          02 Pend-Reason PIC X(01).
              88 PendLimit VALUE 'L'.
              88 PendAddress VALUE 'A'.
              88 PendBoth VALUE 'B'.
          02 Pend-EnteredDate PIC 9(08).
          02 Pend-EnteredTime PIC 9(08).
          02 Pend-EnteredBy PIC X(08).
