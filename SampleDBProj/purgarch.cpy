      *> PURGE-ARCHIVE-RECORD - one record removed by the CBLNAM41
      *> retention purge, from whichever POLICYNUM-keyed file it was
      *> on.  PGA-SOURCE-FILE names that file (the ASSIGN name) and
      *> PGA-RECORD-IMAGE is the record untouched, so a restore can
      *> write it straight back through that file's own layout.  The
      *> image is sized for the largest layout purged (PENDAPPR, 195
      *> bytes) - widen it if any of those records ever outgrows it.
       01  PURGE-ARCHIVE-RECORD.
         05 PGA-SOURCE-FILE      PIC X(8).
         05 PGA-POLICYNUM        PIC X(8).
         05 PGA-RECORD-IMAGE     PIC X(195).
