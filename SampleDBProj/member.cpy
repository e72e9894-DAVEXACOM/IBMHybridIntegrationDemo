      *> exactly as before groups existed.  Appended per the rule
      *> above, so no offset before it moved.
         05 GROUP-NUM        PIC X(6).
      *> AGENT-NUM is the writing agent on AGTMAST who is paid
      *> commission on the policy; spaces means direct business.
      *> INCEPTION-DATE is the effective date the policy was first
      *> written.  Renewal rolls POLICY-EFF-DATE forward but never
      *> this, so a policy is still in its first term while the two
      *> are equal.  Zero on members loaded before the field existed
      *> - such a policy is treated as past its first term.
         05 AGENT-NUM        PIC X(6).
         05 INCEPTION-DATE   PIC 9(8).
