      *>---------------------------------------------------------------
      *> custcont.cpy
      *> Record layout for custcont.txt, the collector contact log.
      *> Collectors kept their phone calls and promises to pay on
      *> paper, so CUSTCOLL went on escalating letters to a customer
      *> who had promised payment by Friday.  One row per contact,
      *> keyed by IDNum plus the date/time the contact was logged, so
      *> a customer's contacts read back oldest first.  Entered
      *> through CUSTCONT by the signed-on collector (Cont-OperID).
      *> A promise to pay (outcome PP) carries the promised amount and
      *> date and starts open; CUSTPROM marks it kept or broken once
      *> the promise date has passed, checking custjrnl.txt for
      *> payments.  CUSTCOLL holds the letter while a promise is open
      *> and not yet due, and shows the last contact on the worklist.
      *>
      *> Outcomes: PP promise to pay, LM left message, NA no answer,
      *> DS dispute, RF refused to pay, WN wrong number, OT other.
      *> Promise status: O open, K kept, B broken, space when the
      *> contact made no promise.
      *>
      *>   10/14/2026 - New copybook.
      *>---------------------------------------------------------------
      01 ContactData.
          02 Cont-Key.
              03 Cont-IDNum PIC 9(06).
              03 Cont-Date PIC 9(08).
              03 Cont-Time PIC 9(08).
          02 Cont-OperID PIC X(08).
          02 Cont-Outcome PIC X(02).
              88 ContPromise VALUE "PP".
              88 ContValidOutcome VALUE "PP" "LM" "NA" "DS" "RF"
                  "WN" "OT".
          02 Cont-PromiseAmt PIC 9(07)V99.
          02 Cont-PromiseDate PIC 9(08).
          02 Cont-PromiseStatus PIC X(01).
              88 PromiseOpen VALUE 'O'.
              88 PromiseKept VALUE 'K'.
              88 PromiseBroken VALUE 'B'.
          02 Cont-Note PIC X(40).
