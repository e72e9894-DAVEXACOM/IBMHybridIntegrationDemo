      *> COMM-STATEMENT-RECORD - agent commission statement extract,
      *> written by the CBLNAM38 monthly commission run and handed to
      *> the print/mail vendor.  Every record carries the agent number
      *> and the period (CCYYMM), sorted by agent: one "P" detail per
      *> commissioned payment, one "C" detail per chargeback, then one
      *> "T" total record per agent with the agent's mailing address
      *> and the period's commission and chargeback totals - the same
      *> detail-then-total arrangement as the GRPINV group invoice.
       01  COMM-STATEMENT-RECORD.
         05 CST-AGENT-NUM      PIC X(6).
         05 CST-REC-TYPE       PIC X(1).
           88 CST-COMMISSION     VALUE "P".
           88 CST-CHARGEBACK     VALUE "C".
           88 CST-TOTAL          VALUE "T".
         05 CST-PERIOD         PIC 9(6).
         05 CST-DETAIL-DATA.
           10 CST-POLICYNUM      PIC X(8).
           10 CST-POLICYTYPE     PIC X(4).
           10 CST-RATE-BASIS     PIC X(1).
             88 CST-FIRST-YEAR     VALUE "F".
             88 CST-RENEWAL        VALUE "R".
           10 CST-PREMIUM        PIC 9(7)V99.
           10 CST-RATE-PCT       PIC 9(2)V99.
           10 CST-AMOUNT         PIC 9(7)V99.
           10 CST-PAY-DATE       PIC 9(8).
           10 FILLER             PIC X(59).
         05 CST-TOTAL-DATA REDEFINES CST-DETAIL-DATA.
           10 CST-AGENT-NAME     PIC X(30).
           10 CST-STREETNUM      PIC X(4).
           10 CST-STREETNAME     PIC X(20).
           10 CST-CITY           PIC X(20).
           10 CST-PCODE          PIC X(10).
           10 CST-COMMISSION-TOTAL PIC 9(7)V99.
           10 CST-CHARGEBACK-TOTAL PIC 9(7)V99.
