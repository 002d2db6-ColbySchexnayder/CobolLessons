      *> reads the journal back to print monthly statements.
      *>
      *>   09/02/2026 - New copybook.
      *>   10/14/2026 - Added Jrnl-InvoiceNo, the invoice number an
      *>                invoice posted under or the invoice a payment
      *>                named (spaces when none), so a statement can
      *>                show which invoice each item belongs to.  Rows
      *>                grow from 45 to 55 bytes; an existing journal
      *>                must be unloaded and reloaded in the new
      *>                layout (invoice number spaces) before the
      *>                first posting run.
      *>---------------------------------------------------------------
      01 JournalData.
          02 Jrnl-Key.
          02 Jrnl-Sign PIC X(01).
          02 Jrnl-Amount PIC 9(07)V99.
          02 Jrnl-TranDate PIC 9(08).
          02 Jrnl-InvoiceNo PIC X(10).
