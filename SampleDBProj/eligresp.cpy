      *> ELIGIBILITY-RESPONSE-RECORD - outbound answer to one claims
      *> eligibility request, written by CBLNAM40 in request order.
      *> The policy fields are the policy as it stood on the date of
      *> service, not as it stands today; ELR-AS-OF-SOURCE says
      *> whether that came off the master as it is ("M") or was
      *> rebuilt from the audit trail ("H").  ELR-DEP-SEQ is the
      *> dependent answered for (zero for the member) and the name
      *> is that person's.  Reason codes on a "N" answer:
      *>   NOTF - policy not on file
      *>   LAPS - policy lapsed on the date of service
      *>   CANC - policy cancelled (or deleted) on the date of service
      *>   TERM - date of service outside the policy term
      *>   DEPN - dependent not covered on the date of service
      *>   INVD - request unusable (blank policy or bad date)
       01  ELIGIBILITY-RESPONSE-RECORD.
         05 ELR-CLAIM-REF       PIC X(12).
         05 ELR-POLICYNUM       PIC X(8).
         05 ELR-DEP-SEQ         PIC 9(2).
         05 ELR-SERVICE-DATE    PIC 9(8).
         05 ELR-COVERED-FLAG    PIC X(1).
           88 ELR-COVERED         VALUE "Y".
           88 ELR-NOT-COVERED     VALUE "N".
         05 ELR-REASON          PIC X(4).
         05 ELR-POLICYTYPE      PIC X(4).
         05 ELR-POL-STATUS      PIC X(1).
         05 ELR-EFF-DATE        PIC 9(8).
         05 ELR-EXP-DATE        PIC 9(8).
         05 ELR-FIRSTNAME       PIC X(16).
         05 ELR-LASTNAME        PIC X(16).
         05 ELR-AS-OF-SOURCE    PIC X(1).
