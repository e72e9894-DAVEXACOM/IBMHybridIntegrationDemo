      *> REFUND-DISB-RECORD - premium refund disbursement extract,
      *> one per cancelled policy owed money back, written by the
      *> CBLNAM36 refund run and handed to accounts payable to cut the
      *> check.  The payee name and mailing address are the member's
      *> as they stood the moment before the cancellation (the audit
      *> before-image), so a delete that has already removed the
      *> master record still pays to the right place.  RFD-UNEARNED
      *> and RFD-OPEN-BALANCE show how the refund was netted: the
      *> check is the unearned premium less what the member still
      *> owed.
       01  REFUND-DISB-RECORD.
         05 RFD-POLICYNUM      PIC X(8).
         05 RFD-POLICYTYPE     PIC X(4).
         05 RFD-FIRSTNAME      PIC X(16).
         05 RFD-LASTNAME       PIC X(16).
         05 RFD-STREETNUM      PIC X(4).
         05 RFD-STREETNAME     PIC X(20).
         05 RFD-CITY           PIC X(20).
         05 RFD-PCODE          PIC X(10).
         05 RFD-CANCEL-DATE    PIC 9(8).
         05 RFD-UNEARNED       PIC 9(7)V99.
         05 RFD-OPEN-BALANCE   PIC 9(9)V99.
         05 RFD-REFUND-AMOUNT  PIC 9(7)V99.
