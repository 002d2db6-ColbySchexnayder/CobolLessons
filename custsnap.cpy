      *>---------------------------------------------------------------
      *> custsnap.cpy
      *> Record layout for custsnap.txt, the month-end aging snapshot.
      *> custbal.txt only ever holds today's buckets, so the question
      *> "are collections getting better or worse" meant digging out
      *> old CUSTAGED printouts.  CUSTSNAP saves one row per month,
      *> keyed by YYYYMM (a re-run for the same month replaces it):
      *> the four bucket totals and the receivables total as they
      *> stood on the day it ran, how many customers carried a
      *> balance, and the month's invoiced and paid totals rolled up
      *> from custgl.txt.  CUSTTRND reads the last twelve for the
      *> DSO / aging trend report.
      *>
      *>   10/14/2026 - New copybook.
      *>---------------------------------------------------------------
      01 SnapshotData.
          02 Snap-Month PIC 9(06).
          02 Snap-TakenDate PIC 9(08).
          02 Snap-Current PIC S9(11)V99.
          02 Snap-Age30 PIC S9(11)V99.
          02 Snap-Age60 PIC S9(11)V99.
          02 Snap-Age90 PIC S9(11)V99.
          02 Snap-Total PIC S9(11)V99.
          02 Snap-CustWithBal PIC 9(06).
          02 Snap-Invoiced PIC S9(11)V99.
          02 Snap-Paid PIC S9(11)V99.
