      *> COMMISSION-HISTORY-RECORD - commission paid to date per
      *> policy, keyed by POLICYNUM, kept by the CBLNAM38 monthly
      *> commission run (the RECVBL/EXPRATE pattern).  First-year and
      *> renewal commission are carried apart because a cancellation
      *> inside the first term charges back the first-year commission
      *> only; CMH-CHARGEBACK-AMT is how much of it has already been
      *> recovered, so a policy is never charged back twice.
      *> CMH-AGENT-NUM is the agent last paid on the policy - the one
      *> a chargeback is recovered from.
      *> The run fields make a restarted run safe: CMH-PERIOD-PAY-COUNT
      *> is how many of the policy's CMH-LAST-PERIOD payments are
      *> already in the paid totals, and CMH-RUN-TS/CMH-RUN-PAY-SEEN
      *> count them again in the run now going, so a payment posted
      *> by a run that abended before its statements went out is put
      *> back on the statement without being added a second time.
      *> The CMH-CB- fields do the same for the last chargeback.
       01  COMMISSION-HISTORY-RECORD.
         05 CMH-POLICYNUM         PIC X(8).
         05 CMH-AGENT-NUM         PIC X(6).
         05 CMH-FIRST-YEAR-PAID   PIC 9(7)V99.
         05 CMH-RENEWAL-PAID      PIC 9(7)V99.
         05 CMH-CHARGEBACK-AMT    PIC 9(7)V99.
         05 CMH-LAST-PERIOD       PIC 9(6).
         05 CMH-PERIOD-PAY-COUNT  PIC 9(3).
         05 CMH-RUN-TS            PIC 9(14).
         05 CMH-RUN-PAY-SEEN      PIC 9(3).
         05 CMH-CB-PERIOD         PIC 9(6).
         05 CMH-CB-LAST-AMT       PIC 9(7)V99.
         05 CMH-CB-RUN-TS         PIC 9(14).
