      *> GROUP-TXN-RECORD - employer group maintenance transaction,
      *> driving CBLNAM43 against GRPMAST.  GTX-CODE "T" terminates
      *> the group: GTX-TERM-DATE is the last day of group cover and
      *> GTX-TERM-REASON one of the GRP-TERM-REASON codes on
      *> grpmast.cpy.  Re-keying a "T" before the CBLNAM44 run has
      *> processed the group corrects the date or reason.  "R"
      *> rescinds a termination keyed in error, again only until the
      *> termination run has processed the members.  GTX-USERID is
      *> the operator who keyed the transaction.
       01  GROUP-TXN-RECORD.
         05 GTX-CODE           PIC X(1).
           88 GTX-TERMINATE      VALUE "T".
           88 GTX-RESCIND        VALUE "R".
         05 GTX-GROUP-NUM      PIC X(6).
         05 GTX-TERM-DATE      PIC 9(8).
         05 GTX-TERM-REASON    PIC X(4).
         05 GTX-USERID         PIC X(8).
