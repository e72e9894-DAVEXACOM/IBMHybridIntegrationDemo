      *> PENDING-APPROVAL-RECORD - a high-risk CBLNAM04 transaction
      *> held until a second authorized user approves it, keyed by
      *> POLICYNUM and the moment it was keyed (run date, time and
      *> position in the run), so a policy's held items read back in
      *> the order they were entered.  PAP-RISK-CODE says why it was
      *> held; PAP-TXN-IMAGE is the untouched MAINTXN record (sized
      *> for it, as PND-TXN-IMAGE is), applied through the normal
      *> CBLNAM04 edits when the approval is keyed.  CBLNAM45 lists
      *> what is still waiting.
       01  PENDING-APPROVAL-RECORD.
         05 PAP-KEY.
           10 PAP-POLICYNUM      PIC X(8).
           10 PAP-ENTRY-DATE     PIC 9(8).
           10 PAP-ENTRY-TIME     PIC 9(6).
           10 PAP-ENTRY-SEQ      PIC 9(7).
         05 PAP-RISK-CODE        PIC X(4).
           88 PAP-RISK-DELETE      VALUE "DELT".
           88 PAP-RISK-DOB         VALUE "DOBC".
           88 PAP-RISK-POLTYPE     VALUE "PTYP".
           88 PAP-RISK-DETACH      VALUE "GDET".
         05 PAP-ENTRY-USERID     PIC X(8).
         05 PAP-TXN-IMAGE        PIC X(154).
