      *> REINSTATEMENT-REQUEST - one request per lapsed or
      *> cancelled-for-nonpayment policy the member wants back,
      *> driving CBLNAM35.  REIN-USERID is the operator who keyed the
      *> request.  A request against a policy still carrying an open
      *> receivable balance is refused unless a supervisor override is
      *> keyed: REIN-OVERRIDE "Y" with the supervisor's own user ID in
      *> REIN-SUPV-USERID, which then goes on the audit trail.
       01  REINSTATEMENT-REQUEST.
         05 REIN-POLICYNUM     PIC X(8).
         05 REIN-USERID        PIC X(8).
         05 REIN-OVERRIDE      PIC X(1).
           88 REIN-OVERRIDE-KEYED VALUE "Y".
         05 REIN-SUPV-USERID   PIC X(8).
