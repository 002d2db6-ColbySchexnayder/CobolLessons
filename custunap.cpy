      *>---------------------------------------------------------------
      *> custunap.cpy
      *> Record layout for custunap.txt, the unapplied-cash file.
      *> CUSTLBOX appends one row for every lockbox check it could not
      *> match to an active customer, so the money is never lost
      *> between the bank deposit and the balance file.  Cash
      *> applications works the rows from the CUSTLBOX worklist
      *> (custlbox.txt) and applies them by hand through baltran.txt
      *> once the right account is known.  Reason codes:
      *>   01 - Account number not numeric
      *>   02 - Account not on the customer master
      *>   03 - Account merged away (Unap-SurvivorID names the
      *>        surviving customer, per custmrg.txt)
      *>   04 - Customer inactive
      *>
      *>   10/14/2026 - New copybook.
      *>   10/14/2026 - Added Unap-InvoiceRef, the invoice number from
      *>                the remittance stub, which is often the
      *>                quickest way to find the right account.
      *>---------------------------------------------------------------
      01 UnappliedData.
          02 Unap-Account PIC X(06).
          02 Unap-Amount PIC 9(07)V99.
          02 Unap-DepositDate PIC 9(08).
          02 Unap-Batch PIC 9(04).
          02 Unap-CheckNo PIC X(10).
          02 Unap-Reason PIC X(02).
          02 Unap-SurvivorID PIC X(06).
          02 Unap-Received PIC 9(08).
          02 Unap-InvoiceRef PIC X(10).
