      *> OPERATOR-AUTH-RECORD - one row per data-entry user ID in the
      *> shop-maintained operator authority table read by CBLNAM04.
      *> OPA-TXN-CODES lists, one character each in any order, the
      *> MAINTXN transaction codes the user may key; "V" and "N" in
      *> the list let the user approve or decline a change held for
      *> second-person approval.  A user ID not in the table may key
      *> nothing.
       01  OPERATOR-AUTH-RECORD.
         05 OPA-USERID         PIC X(8).
         05 OPA-TXN-CODES      PIC X(10).
         05 OPA-NAME           PIC X(30).
