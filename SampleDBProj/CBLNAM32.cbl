      *> Archive records arrive as raw images and are mapped through
      *> the audit record area, the CBLNAM11 arrangement.
        FD  AUDARCH-FILE.
        01  AUDARCH-IMAGE           PIC X(323).

        SD  RETN-SORT.
            COPY audit REPLACING ==AUDIT-RECORD==
