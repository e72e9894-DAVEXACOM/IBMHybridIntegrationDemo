      *> APPROVAL-LOG-RECORD - audit of every approval or decline
      *> keyed against a change held for second-person approval,
      *> appended by CBLNAM04.  Carries both user IDs - the operator
      *> who entered the change and the one who approved it - with
      *> the held item's key and what came of it: applied, approved
      *> but thrown out by the normal edits (the item then sits in
      *> SUSPENSE like any reject), declined, or refused because the
      *> approver was the operator who entered it.  APL-TIMESTAMP is
      *> when the approval or decline was processed.  CBLNAM45
      *> reports from it daily.
       01  APPROVAL-LOG-RECORD.
         05 APL-TIMESTAMP        PIC 9(14).
         05 APL-POLICYNUM        PIC X(8).
         05 APL-ENTRY-DATE       PIC 9(8).
         05 APL-ENTRY-TIME       PIC 9(6).
         05 APL-ENTRY-SEQ        PIC 9(7).
         05 APL-TXN-CODE         PIC X(1).
         05 APL-RISK-CODE        PIC X(4).
         05 APL-ENTRY-USERID     PIC X(8).
         05 APL-APPROVER-USERID  PIC X(8).
         05 APL-OUTCOME          PIC X(1).
           88 APL-APPLIED          VALUE "A".
           88 APL-APPROVED-REJECTED VALUE "R".
           88 APL-DECLINED         VALUE "D".
           88 APL-SAME-USER        VALUE "S".
         05 APL-RESULT           PIC X(40).
