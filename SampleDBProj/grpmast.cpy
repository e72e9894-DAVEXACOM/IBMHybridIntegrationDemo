      *> Loaded by CBLNAM30; read by CBLNAM04 to validate an attach,
      *> by CBLNAM09 for the group invoice header, and by CBLNAM31
      *> for the roster.
      *> The termination fields are maintained by CBLNAM43 when the
      *> employer drops the plan: GRP-TERM-DATE is the last day of
      *> group cover (zero = group in force), with the reason and the
      *> operator who keyed it.  GRP-TERM-RUN-DATE is stamped by the
      *> CBLNAM44 termination run once every member has been
      *> converted or cancelled - zero means the members are still
      *> waiting.  CBLNAM30 carries all four across a reload.
       01  GROUP-RECORD.
         05 GRP-NUMBER         PIC X(6).
         05 GRP-NAME           PIC X(30).
         05 GRP-CITY           PIC X(20).
         05 GRP-PCODE          PIC X(10).
         05 GRP-CONTACT        PIC X(30).
         05 GRP-TERM-DATE      PIC 9(8).
           88 GRP-IN-FORCE       VALUE ZERO.
         05 GRP-TERM-REASON    PIC X(4).
           88 GRP-TERM-VOLUNTARY VALUE "VOLN".
           88 GRP-TERM-NONPAY    VALUE "NPAY".
           88 GRP-TERM-MERGED    VALUE "MERG".
           88 GRP-TERM-OTHER     VALUE "OTHR".
           88 GRP-TERM-REASON-VALID
                                 VALUE "VOLN" "NPAY" "MERG" "OTHR".
         05 GRP-TERM-USERID    PIC X(8).
         05 GRP-TERM-RUN-DATE  PIC 9(8).
