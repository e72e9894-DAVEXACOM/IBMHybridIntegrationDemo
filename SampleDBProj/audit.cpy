      *> touched by a maintenance transaction, with who made the
      *> change and when.  BEFORE/AFTER field lists mirror member.cpy;
      *> keep them in step if MEMBER ever changes.
      *> A purge ("P", the CBLNAM41 retention purge) is a delete as far
      *> as the master is concerned, so AUDIT-ACTION-DELETE takes it
      *> in; AUDIT-ACTION-PURGE singles it out where the two differ.
       01  AUDIT-RECORD.
         05 AUDIT-POLICYNUM        PIC X(8).
         05 AUDIT-ACTION           PIC X(1).
           88 AUDIT-ACTION-ADD       VALUE "A".
           88 AUDIT-ACTION-CHANGE    VALUE "C".
           88 AUDIT-ACTION-DELETE    VALUE "D" "P".
           88 AUDIT-ACTION-PURGE     VALUE "P".
         05 AUDIT-TIMESTAMP        PIC 9(14).
         05 AUDIT-USERID           PIC X(8).
         05 AUDIT-BEFORE-IMAGE.
           10 BEFORE-POLICY-EXP-DATE PIC 9(8).
           10 BEFORE-DATE-OF-BIRTH   PIC 9(8).
           10 BEFORE-GROUP-NUM       PIC X(6).
           10 BEFORE-AGENT-NUM       PIC X(6).
           10 BEFORE-INCEPTION-DATE  PIC 9(8).
         05 AUDIT-AFTER-IMAGE.
           10 AFTER-POLICYNUM        PIC X(8).
           10 AFTER-POLICYTYPE       PIC X(4).
           10 AFTER-POLICY-EXP-DATE  PIC 9(8).
           10 AFTER-DATE-OF-BIRTH    PIC 9(8).
           10 AFTER-GROUP-NUM        PIC X(6).
           10 AFTER-AGENT-NUM        PIC X(6).
           10 AFTER-INCEPTION-DATE   PIC 9(8).
