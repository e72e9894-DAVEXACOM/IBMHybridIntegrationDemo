      *> PAYMENT-POSTED-RECORD - posted-cash extract, appended by
      *> CBLNAM20 for every lockbox payment it posts, so what was
      *> actually collected can be read back without re-running the
      *> posting.  An "A" record is cash applied against the policy's
      *> RECVBL balance; a "U" record is cash left unapplied - a
      *> payment with no receivable on file, or the part of a payment
      *> beyond the balance it cleared - which the cash desk resolves
      *> by hand.  A payment that overpays writes one of each.
      *> PPST-POST-DATE is the night CBLNAM20 posted it; PPST-PAY-DATE
      *> is the lockbox date off the payment record.
       01  PAYMENT-POSTED-RECORD.
         05 PPST-POLICYNUM     PIC X(8).
         05 PPST-POST-DATE     PIC 9(8).
         05 PPST-PAY-DATE      PIC 9(8).
         05 PPST-TYPE          PIC X(1).
           88 PPST-APPLIED       VALUE "A".
           88 PPST-UNAPPLIED     VALUE "U".
         05 PPST-AMOUNT        PIC 9(7)V99.
