      *>---------------------------------------------------------------
      *> custlbx.cpy
      *> Record layout for lockbox.txt, the bank's lockbox deposit
      *> file.  The bank opens the remittance envelopes, deposits the
      *> checks, and sends one file per deposit: each batch of checks
      *> starts with an 'H' batch header carrying the batch's item
      *> count and dollar total, followed by one 'D' detail per check
      *> (the account number the customer wrote on the stub, the
      *> check number, the amount), and the deposit closes with a
      *> single 'T' trailer carrying the batch count, item count and
      *> deposit total.  CUSTLBOX balances every batch and the
      *> deposit against these controls before it applies anything.
      *> LBX-Account is alphanumeric because it is whatever the
      *> customer wrote - CUSTLBOX edits it rather than trusting it.
      *>
      *>   10/14/2026 - New copybook.
      *>   10/14/2026 - Added LBX-InvoiceRef, the invoice number from
      *>                the remittance stub (spaces when the customer
      *>                named none), carried through to BT-InvoiceNo
      *>                so the payment is applied to that invoice.
      *>---------------------------------------------------------------
      01 LockboxRecord.
          02 LBX-Type PIC X(01).
              88 LBX-BatchHeader VALUE 'H'.
              88 LBX-Detail VALUE 'D'.
              88 LBX-DepositTrailer VALUE 'T'.
          02 LBX-Batch PIC 9(04).
          02 LBX-Account PIC X(06).
          02 LBX-CheckNo PIC X(10).
          02 LBX-Amount PIC 9(07)V99.
          02 LBX-InvoiceRef PIC X(10).
          02 FILLER PIC X(40).
      01 LockboxBatchRecord.
          02 LBXB-Type PIC X(01).
          02 LBXB-Batch PIC 9(04).
          02 LBXB-DepositDate PIC 9(08).
          02 LBXB-Count PIC 9(06).
          02 LBXB-Total PIC 9(09)V99.
          02 FILLER PIC X(50).
      01 LockboxDepositRecord.
          02 LBXT-Type PIC X(01).
          02 LBXT-DepositDate PIC 9(08).
          02 LBXT-Batches PIC 9(04).
          02 LBXT-Count PIC 9(06).
          02 LBXT-Total PIC 9(09)V99.
          02 FILLER PIC X(50).
