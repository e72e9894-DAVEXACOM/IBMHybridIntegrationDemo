      *> GL-JOURNAL-RECORD - nightly general ledger journal extract,
      *> written by CBLNAM39 for the ledger's journal import.  One "D"
      *> line per account, POLICYTYPE, event and side for the journal
      *> date, then one "T" trailer carrying the line count, debit and
      *> credit totals, and whether the run proved in balance.  An
      *> extract whose trailer says "N" must not be imported - the
      *> stream is held at CBLNAM15 until it is put right.
       01  GL-JOURNAL-RECORD.
         05 GLJ-REC-TYPE       PIC X(1).
           88 GLJ-ENTRY          VALUE "D".
           88 GLJ-TRAILER        VALUE "T".
         05 GLJ-JOURNAL-DATE   PIC 9(8).
         05 GLJ-ENTRY-DATA.
           10 GLJ-ACCOUNT        PIC X(10).
           10 GLJ-POLICYTYPE     PIC X(4).
           10 GLJ-EVENT          PIC X(4).
           10 GLJ-DR-CR          PIC X(1).
             88 GLJ-DEBIT          VALUE "D".
             88 GLJ-CREDIT         VALUE "C".
           10 GLJ-AMOUNT         PIC 9(11)V99.
           10 FILLER             PIC X(2).
         05 GLJ-TRAILER-DATA REDEFINES GLJ-ENTRY-DATA.
           10 GLJ-LINE-COUNT     PIC 9(7).
           10 GLJ-DEBIT-TOTAL    PIC 9(11)V99.
           10 GLJ-CREDIT-TOTAL   PIC 9(11)V99.
           10 GLJ-BALANCED-FLAG  PIC X(1).
