      *> PENDING-TXN-RECORD - future-dated maintenance transaction held
      *> by CBLNAM04 until its apply-on date, keyed by POLICYNUM, the
      *> apply date, and the night and position it was keyed, so a
      *> sequential read comes back policy by policy in the order the
      *> items will fire.  PND-TXN-IMAGE is the untouched MAINTXN
      *> record - sized for it, as SUSP-RECORD-IMAGE is - which the
      *> CBLNAM33 release run hands back to CBLNAM04 on the date.
      *> CBLNAM34 lists the file per policy and cancels items the
      *> service desk pulls before they fire.
       01  PENDING-TXN-RECORD.
         05 PND-KEY.
           10 PND-POLICYNUM      PIC X(8).
           10 PND-APPLY-DATE     PIC 9(8).
           10 PND-ENTRY-DATE     PIC 9(8).
           10 PND-ENTRY-SEQ      PIC 9(5).
         05 PND-TXN-IMAGE        PIC X(154).
