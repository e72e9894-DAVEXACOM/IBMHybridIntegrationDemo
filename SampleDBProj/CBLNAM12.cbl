      *> else is a change.  Adds and changes carry the member's
      *> current master data; a delete carries the record as it stood
      *> when CBLNAM04 deleted it (the delete audit record's before
      *> image); a CBLNAM41 retention purge goes to claims as a
      *> delete the same way.  The full-file CBLNAM07 extract remains
      *> the periodic resync.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CBLNAM12.
        ENVIRONMENT DIVISION.
        01  WS-GROUP-FIRST-ACTION    PIC X(1).
            88 GROUP-FIRST-ADD       VALUE "A".
        01  WS-GROUP-LAST-ACTION     PIC X(1).
            88 GROUP-LAST-DELETE     VALUE "D" "P".
        01  WS-GROUP-LAST-BEFORE.
            05 WS-GB-POLICYNUM       PIC X(8).
            05 WS-GB-POLICYTYPE      PIC X(4).
