      *>---------------------------------------------------------------
      *> custrfd.cpy
      *> Record layout for custrfd.txt, the credit-balance refund
      *> approval file.  An overpayment leaves a customer with a
      *> credit balance and the only way to pay it back was a fake
      *> adjustment that hid the refund in the adjusted total.
      *> CUSTRFDP proposes a refund of the whole credit for every
      *> active customer whose total balance is a credit, with
      *> RFD-Approved set to 'N'; a supervisor marks the approved
      *> rows up to 'Y' (column 16) and may lower RFD-Amount.
      *> CUSTRFDA turns the approved rows into type-'R' baltran.txt
      *> transactions, and CUSTPOST posts an 'R' only for a customer
      *> with an approved row here, for no more than the approved
      *> amount and never more than the credit balance at posting
      *> time.  CUSTPOST retires the file to a dated .done name once
      *> refunds have posted; CUSTRFDR prints the register accounts
      *> payable cuts the checks from.
      *>
      *>   10/14/2026 - New copybook.
      *>---------------------------------------------------------------
      01 RefundData.
          02 RFD-IDNum PIC 9(06).
          02 RFD-Amount PIC 9(07)V99.
          02 RFD-Approved PIC X(01).
          02 RFD-ProposedDate PIC 9(08).
