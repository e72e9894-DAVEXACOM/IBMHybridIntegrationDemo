      *> transaction uses the name and date-of-birth fields and leaves
      *> the address and policy-date fields blank/zero.  Deleting a
      *> policy ("D") cascades to every dependent under it.
      *> "V"=approve and "N"=decline act on the changes held for
      *> second-person approval against TXN-POLICYNUM (see CBLNAM04);
      *> only TXN-CODE, TXN-POLICYNUM and TXN-USERID are read.
      *> TXN-USERID must be on the OPERAUTH operator authority table
      *> with TXN-CODE among the codes that user may key.
       01  MAINTXN-RECORD.
         05 TXN-CODE        PIC X(1).
           88 TXN-ADD         VALUE "A".
           88 TXN-DEP-ADD     VALUE "E".
           88 TXN-DEP-CHANGE  VALUE "F".
           88 TXN-DEP-DELETE  VALUE "G".
           88 TXN-APPROVE     VALUE "V".
           88 TXN-DECLINE     VALUE "N".
           88 TXN-CODE-VALID  VALUE "A" "C" "D" "E" "F" "G" "V" "N".
         05 TXN-POLICYNUM    PIC X(8).
         05 TXN-POLICYTYPE   PIC X(4).
         05 TXN-FIRSTNAME    PIC X(16).
      *> other value must be on GRPMAST or the transaction rejects.
         05 TXN-GROUP-NUM    PIC X(6).
           88 TXN-GROUP-DETACH VALUE "NONE  ".
      *> TXN-APPLY-DATE is the "apply on" date.  Zero means apply in
      *> tonight's run, as always; a date after the run date holds
      *> the transaction on PENDTXN until the CBLNAM33 release run
      *> feeds it back through CBLNAM04 on that date.  A transaction
      *> keyed before the field existed reads it as spaces - treated
      *> the same as zero.
         05 TXN-APPLY-DATE   PIC 9(8).
         05 TXN-APPLY-DATE-X REDEFINES TXN-APPLY-DATE PIC X(8).
      *> TXN-AGENT-NUM is the writing agent, validated against AGTMAST
      *> the way TXN-GROUP-NUM is against GRPMAST.  On an add, spaces
      *> means direct business; on a change, spaces leaves the agent
      *> as is and the literal "NONE" removes it.
         05 TXN-AGENT-NUM    PIC X(6).
           88 TXN-AGENT-DETACH VALUE "NONE  ".
