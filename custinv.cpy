      *>---------------------------------------------------------------
      *> custinv.cpy
      *> Record layout for custinv.txt, the open-invoice file CUSTPOST
      *> keeps alongside the balance file.  The aging buckets only say
      *> how much a customer owes, not which invoices are unpaid, so a
      *> customer who paid one invoice in full and skipped another
      *> could not be told which was still open.  One row per posted
      *> invoice, keyed by IDNum + the invoice number the billing feed
      *> carries (BT-InvoiceNo on baltran.txt), with the original
      *> amount and what payments and write-offs have relieved so far.
      *> The remaining balance is Inv-Original less Inv-Paid; a fully
      *> paid invoice stays on file at zero remaining so a late
      *> duplicate of the same number is still caught.  A payment
      *> naming an invoice is applied to that invoice first; anything
      *> over its remaining balance, and any payment with no invoice
      *> named, is applied to the customer's open invoices in
      *> invoice-number order.  CUSTINVL prints the open-invoice
      *> listing.
      *>
      *>   10/14/2026 - New copybook.
      *>   10/15/2026 - A merge now re-keys the duplicate's rows to the
      *>                survivor (coboltut16 MergeInvoices, and the
      *>                CUSTMRGB sweep for earlier merges), so open
      *>                items follow the balance.  A row whose invoice
      *>                number the survivor already has is reported
      *>                and left under the retired ID.
      *>---------------------------------------------------------------
      01 InvoiceData.
          02 Inv-Key.
              03 Inv-IDNum PIC 9(06).
              03 Inv-InvoiceNo PIC X(10).
          02 Inv-InvDate PIC 9(08).
          02 Inv-Original PIC 9(07)V99.
          02 Inv-Paid PIC 9(07)V99.
          02 Inv-LastPaid PIC 9(08).
