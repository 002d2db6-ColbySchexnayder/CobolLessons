      *>---------------------------------------------------------------
      *> custclr.cpy
      *> Record layout for custclr.txt, the credit-limit review
      *> approval file.  CreditLimit was set once at add time and
      *> never looked at again.  CUSTCLRP (quarterly) scores each
      *> active customer with a limit on utilization, held invoices
      *> and 60/90-day share, prints the review report, and writes a
      *> row here for every proposed increase or decrease with
      *> CLR-Approved set to 'N'; a supervisor marks the approved
      *> rows up to 'Y' (column 25).  CUSTCLRA turns the approved rows
      *> into Tran-Code 'U' custtran.txt records carrying
      *> Tran-CreditLimit, so the change is edited by CUSTEDIT and
      *> applied by the BatchMode apply with the usual audit and
      *> history records, and retires this file to a dated .done
      *> name so an approval cannot apply twice.  CLR-OldLimit is
      *> the limit the proposal was made against; a row whose
      *> customer's limit has changed since is not turned around.
      *>
      *>   10/14/2026 - New copybook.
      *>---------------------------------------------------------------
      01 LimitReviewData.
          02 CLR-IDNum PIC 9(06).
          02 CLR-OldLimit PIC 9(07)V99.
          02 CLR-NewLimit PIC 9(07)V99.
          02 CLR-Approved PIC X(01).
          02 CLR-ProposedDate PIC 9(08).
