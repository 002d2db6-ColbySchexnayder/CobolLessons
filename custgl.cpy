      *> dailies into the month-end figures the GL entry needs.
      *>
      *>   09/02/2026 - New copybook.
      *>   10/14/2026 - GL-FinanceCharged appended (CUSTFINC's month-
      *>                end finance charges, type F) and included in
      *>                GL-NetChange.  Records written before it read
      *>                the field as spaces; readers test NUMERIC.
      *>   10/14/2026 - GL-Refunded appended (type R, credit-balance
      *>                refunds paid out through CUSTRFDA) and included
      *>                in GL-NetChange.  Same rule for older records.
      *>---------------------------------------------------------------
      01 GLJournalData.
          02 GL-RunDate PIC 9(08).
          02 GL-TransRejected PIC 9(06).
          02 GL-TransHeld PIC 9(06).
          02 GL-NetChange PIC S9(09)V99.
          02 GL-FinanceCharged PIC S9(09)V99.
          02 GL-Refunded PIC S9(09)V99.
