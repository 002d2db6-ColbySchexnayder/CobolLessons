      *>             run) made the change that retired this image.
      *>             Existing custhist.txt files carry the shorter
      *>             record and need a one-time reload.
      *>   10/2026 - Added Hist-CreditLimit, the limit the retired
      *>             image carried, so a credit-limit change shows in
      *>             the history like any other update.  Rows grow
      *>             from 124 to 133 bytes; rows written before it
      *>             read the limit as spaces (readers test NUMERIC),
      *>             and existing custhist.txt files need a one-time
      *>             reload.
      *>   10/2026 - Added Hist-EnteredBy: for a change that waited
      *>             in custpend.txt for approval, the operator who
      *>             keyed it (Hist-Operator is then the approving
      *>             supervisor); blank otherwise.  Rows grow from
      *>             133 to 141 bytes and existing custhist.txt files
      *>             need a one-time reload.
      *>---------------------------------------------------------------
      01 HistoryData.
          02 HistKey.
          02 Hist-Phone PIC X(12).
          02 Hist-Status PIC X(01).
          02 Hist-Operator PIC X(08).
          02 Hist-CreditLimit PIC 9(07)V99.
          02 Hist-EnteredBy PIC X(08).
