      *> CONVERSION-FLAG-RECORD - a group member converted to an
      *> individual policy by the CBLNAM44 termination run and not
      *> yet individually invoiced, keyed by POLICYNUM.  CBLNAM09
      *> marks the member's first BILLINV invoice as a conversion
      *> invoice (so the vendor encloses the conversion letter) and
      *> deletes the flag once that invoice is out, so the file only
      *> ever holds converters waiting on their first bill.
       01  CONVERSION-FLAG-RECORD.
         05 CVF-POLICYNUM      PIC X(8).
         05 CVF-GROUP-NUM      PIC X(6).
         05 CVF-GROUP-TERM-DATE PIC 9(8).
         05 CVF-CONVERT-DATE   PIC 9(8).
