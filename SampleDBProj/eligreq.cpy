      *> ELIGIBILITY-REQUEST-RECORD - inbound claims eligibility
      *> request, one per claim line to be checked, read by the
      *> CBLNAM40 eligibility run.  ELQ-CLAIM-REF is the claims
      *> system's own reference and comes back unchanged on the
      *> response.  A dependent is asked for by sequence number or by
      *> name; zero sequence and blank names mean the member.  A blank
      *> last name matches any last name.
       01  ELIGIBILITY-REQUEST-RECORD.
         05 ELQ-CLAIM-REF       PIC X(12).
         05 ELQ-POLICYNUM       PIC X(8).
         05 ELQ-DEP-SEQ         PIC 9(2).
         05 ELQ-DEP-FIRSTNAME   PIC X(16).
         05 ELQ-DEP-LASTNAME    PIC X(16).
         05 ELQ-SERVICE-DATE    PIC 9(8).
