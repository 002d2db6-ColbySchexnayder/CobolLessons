      *>                trailer doesn't balance against what it read,
      *>                so a truncated transfer can no longer apply
      *>                half a batch silently.
      *>   10/15/2026 - Added TranCtl-Source (carved out of the control
      *>                record filler) naming the program that built
      *>                the batch.  CUSTCLRA stamps "CUSTCLRA" on its
      *>                header and trailer and CUSTEDIT carries it onto
      *>                the accepted file's controls.  A limit change in
      *>                a 'U' record is otherwise held in custpend.txt
      *>                for a second operator the way a menu update is;
      *>                only a CUSTCLRA batch, whose limits a supervisor
      *>                already approved in custclr.txt, skips that hold.
      *>                Spaces on every other feed.
      *>---------------------------------------------------------------
      01 TranRecord.
          02 Tran-Code PIC X(01).
          02 TranCtl-BatchDate PIC 9(08).
          02 TranCtl-Count PIC 9(06).
          02 TranCtl-HashTotal PIC 9(10).
          02 TranCtl-Source PIC X(08).
              88 TranFromLimitReview VALUE "CUSTCLRA".
          02 FILLER PIC X(72).
