           88 SUSP-DEP-NOT-FOUND    VALUE "DNOF".
           88 SUSP-PCODE-MISMATCH   VALUE "PCCM".
           88 SUSP-UNKNOWN-GROUP    VALUE "UGRP".
           88 SUSP-BAD-APPLY-DATE   VALUE "BADT".
           88 SUSP-UNKNOWN-AGENT    VALUE "UAGT".
           88 SUSP-NOT-AUTHORIZED   VALUE "NAUT".
         05 SUSP-STATUS          PIC X(1).
           88 SUSP-SUSPENDED        VALUE "S".
           88 SUSP-CORRECTED        VALUE "C".
         05 SUSP-RECORD-IMAGE    PIC X(154).
