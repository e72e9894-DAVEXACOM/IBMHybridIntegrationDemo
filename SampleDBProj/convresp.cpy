      *> CONVERSION-RESPONSE - a group member's answer to the
      *> conversion offer sent when the employer terminated the
      *> group, read by the CBLNAM44 termination run.  A member who
      *> elects conversion ("Y") is detached from the group to
      *> individual billing with dependents intact; a member who
      *> declines ("N") or never answers is cancelled as of the group
      *> termination date.  CVR-RECEIVED-DATE is when the election
      *> came in, for the account rep's register.
       01  CONVERSION-RESPONSE.
         05 CVR-GROUP-NUM      PIC X(6).
         05 CVR-POLICYNUM      PIC X(8).
         05 CVR-ELECTION       PIC X(1).
           88 CVR-ELECTS-CONVERSION VALUE "Y".
           88 CVR-DECLINES          VALUE "N".
         05 CVR-RECEIVED-DATE  PIC 9(8).
