      *>---------------------------------------------------------------
      *> custrml.cpy
      *> Record layout for rtnmail.txt, the mail house's returned-mail
      *> file: one row per piece the post office returned as
      *> undeliverable, carrying the account number printed on the
      *> piece, the date it came back, the ZIP it was addressed to,
      *> and the post office's reason.  MRT-IDNum and MRT-ReturnDate
      *> are alphanumeric because the mail house keys them from the
      *> returned piece - CUSTRTML edits them rather than trusting
      *> them.  A piece addressed to a ZIP the customer no longer has
      *> went to an old address and does not flag the new one.
      *>
      *>   10/15/2026 - New copybook.
      *>---------------------------------------------------------------
      01 MailReturnRecord.
          02 MRT-IDNum PIC X(06).
          02 MRT-ReturnDate PIC X(08).
          02 MRT-Zip PIC X(10).
          02 MRT-Reason PIC X(20).
