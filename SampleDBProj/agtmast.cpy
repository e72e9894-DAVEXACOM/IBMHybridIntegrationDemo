      *> AGENT-RECORD - agent/broker master, keyed by AGT-NUMBER,
      *> loaded by CBLNAM37 from the shop's maintained extract.
      *> AGENT-NUM on MEMBER names the writing agent here.  The
      *> commission schedule carries one row per POLICYTYPE the agent
      *> is paid on: a first-year rate while the policy is in its
      *> first term and a renewal rate after, both percentages of
      *> premium collected.  Unused rows are spaces/zero; a
      *> POLICYTYPE with no row earns the agent nothing.
       01  AGENT-RECORD.
         05 AGT-NUMBER         PIC X(6).
         05 AGT-NAME           PIC X(30).
         05 AGT-STREETNUM      PIC X(4).
         05 AGT-STREETNAME     PIC X(20).
         05 AGT-CITY           PIC X(20).
         05 AGT-PCODE          PIC X(10).
         05 AGT-SCHEDULE OCCURS 10 TIMES.
           10 AGT-SCHED-POLICYTYPE  PIC X(4).
           10 AGT-FIRST-YEAR-PCT    PIC 9(2)V99.
           10 AGT-RENEWAL-PCT       PIC 9(2)V99.
