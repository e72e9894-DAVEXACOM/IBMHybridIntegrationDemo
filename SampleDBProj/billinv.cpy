      *> ACTIVE policy member billed, handed to the print/mail vendor.
      *> INV-MONTHLY-PREM comes from the rate table row matching the
      *> member's premium class and age band on INV-BILL-DATE.
      *> INV-NOTICE-CODE "C" marks a converted group member's first
      *> individual invoice - the vendor encloses the conversion
      *> letter with it; spaces on every other invoice.
       01  INVOICE-RECORD.
         05 INV-POLICYNUM      PIC X(8).
         05 INV-POLICYTYPE     PIC X(4).
         05 INV-AGE            PIC 9(3).
         05 INV-BILL-DATE      PIC 9(8).
         05 INV-MONTHLY-PREM   PIC 9(5)V99.
         05 INV-NOTICE-CODE    PIC X(1).
           88 INV-CONVERSION-FIRST VALUE "C".
