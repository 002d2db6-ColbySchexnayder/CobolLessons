      *>---------------------------------------------------------------
      *> custrecr.cpy
      *> Record layout for custrecr.txt, the recurring-charge schedule.
      *> Monthly service fees were typed into baltran.txt by hand each
      *> cycle - some forgotten, some keyed twice.  One row per
      *> recurring charge, keyed by IDNum plus a charge number (a
      *> customer may carry up to nine).  Maintained through CUSTRECM;
      *> CUSTBILL writes a type 'I' invoice for every period that has
      *> come due and moves Rec-NextBill on by the frequency.
      *>
      *> Rec-Freq: M monthly, Q quarterly, A annual.  Rec-BillDay is
      *> the day of month the schedule was set up to bill on; a short
      *> month bills on its last day and the next period goes back to
      *> Rec-BillDay.  Rec-EndDate zero means no end date; a period
      *> dated after the end date is never billed.  Rec-LastBilled is
      *> the period date of the last invoice written.
      *>
      *>   10/14/2026 - New copybook.
      *>---------------------------------------------------------------
      01 RecurringData.
          02 Rec-Key.
              03 Rec-IDNum PIC 9(06).
              03 Rec-ChargeNo PIC 9(01).
          02 Rec-Desc PIC X(20).
          02 Rec-Amount PIC 9(07)V99.
          02 Rec-Freq PIC X(01).
              88 RecMonthly VALUE 'M'.
              88 RecQuarterly VALUE 'Q'.
              88 RecAnnual VALUE 'A'.
              88 RecValidFreq VALUE 'M' 'Q' 'A'.
          02 Rec-BillDay PIC 9(02).
          02 Rec-NextBill PIC 9(08).
          02 Rec-EndDate PIC 9(08).
          02 Rec-LastBilled PIC 9(08).
