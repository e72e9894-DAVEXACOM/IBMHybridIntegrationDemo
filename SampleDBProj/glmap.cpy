      *> GL-MAP-RECORD - general ledger account mapping, one row per
      *> POLICYTYPE and financial event, maintained by finance and
      *> read by the CBLNAM39 nightly GL journal.  The row names the
      *> account debited and the account credited for that event on
      *> that POLICYTYPE.  A POLICYTYPE of "****" is the shop default
      *> for the event, used for any POLICYTYPE with no row of its
      *> own and for cash against a policy no longer on the master.
      *> Events:
      *>   BILL - individual premium billed (BILLINV)
      *>   GRPB - group premium billed (GRPINV)
      *>   CASH - cash applied to the receivable
      *>   UNAP - cash received but left unapplied
      *>   WOFF - receivable written off on cancel for nonpayment
      *>   RCRD - unearned premium credited to the receivable
      *>   RFND - unearned premium refunded through accounts payable
       01  GL-MAP-RECORD.
         05 GLM-POLICYTYPE     PIC X(4).
         05 GLM-EVENT          PIC X(4).
         05 GLM-DEBIT-ACCT     PIC X(10).
         05 GLM-CREDIT-ACCT    PIC X(10).
