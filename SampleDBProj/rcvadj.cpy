      *> RECEIVABLE-ADJ-RECORD - receivable adjustment extract,
      *> appended by the CBLNAM36 refund run for every money effect of
      *> a cancellation, so the nightly GL journal can post them by
      *> POLICYTYPE.  RADJ-POST-DATE is the night the run posted it;
      *> RADJ-CANCEL-DATE is the cancellation it belongs to, which is
      *> how a rerun of the same cancellation date knows a policy has
      *> already been settled.
      *>   W - nonpayment write-off, posted when the reinstatement
      *>       window closes; RECVBL is cleared by the same amount;
      *>   C - unearned premium credited against the RECVBL balance;
      *>   R - unearned premium beyond the balance, refunded through
      *>       the REFDISB accounts-payable extract.
       01  RECEIVABLE-ADJ-RECORD.
         05 RADJ-POLICYNUM     PIC X(8).
         05 RADJ-POLICYTYPE    PIC X(4).
         05 RADJ-POST-DATE     PIC 9(8).
         05 RADJ-TYPE          PIC X(1).
           88 RADJ-WRITE-OFF     VALUE "W".
           88 RADJ-CREDIT        VALUE "C".
           88 RADJ-REFUND        VALUE "R".
         05 RADJ-AMOUNT        PIC 9(9)V99.
         05 RADJ-CANCEL-DATE   PIC 9(8).
