      *>---------------------------------------------------------------
      *> custper.cpy
      *> Record layout for custper.txt, the accounting period control
      *> file, keyed by YYYYMM.  CUSTPOST used to post a transaction
      *> with any BT-Date, so an adjustment back-dated after the
      *> month-end reports were out changed a balance CUSTSTMT and
      *> CUSTGLRC had already reported for that month and the GL no
      *> longer tied.  CUSTCLOS (supervisor only) writes a month's
      *> row marked closed once its month-end reports are out; from
      *> then on CUSTPOST holds anything dated into that month in
      *> balhold.txt for supervisor release through CUSTHOLD, which
      *> re-dates it into the open period.  A month with no row is
      *> open.
      *>
      *>   10/14/2026 - New copybook.
      *>---------------------------------------------------------------
      01 PeriodData.
          02 Per-Month PIC 9(06).
          02 Per-Status PIC X(01).
              88 PerOpen VALUE 'O'.
              88 PerClosed VALUE 'C'.
          02 Per-CloseDate PIC 9(08).
          02 Per-CloseTime PIC 9(08).
          02 Per-CloseOper PIC X(08).
