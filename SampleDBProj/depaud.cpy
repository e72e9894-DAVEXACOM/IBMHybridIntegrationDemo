      *> (DEPAUDIT) rather than AUDITLOG so the programs that read the
      *> member audit trail never see a foreign layout.  BEFORE/AFTER
      *> field lists mirror depend.cpy; keep them in step if DEPENDENT
      *> ever changes.  A purge ("P") is a delete, as on AUDIT-RECORD.
       01  AUDIT-DEP-RECORD.
         05 AUDDEP-POLICYNUM       PIC X(8).
         05 AUDDEP-SEQ             PIC 9(2).
         05 AUDDEP-ACTION          PIC X(1).
           88 AUDDEP-ACTION-ADD      VALUE "A".
           88 AUDDEP-ACTION-CHANGE   VALUE "C".
           88 AUDDEP-ACTION-DELETE   VALUE "D" "P".
           88 AUDDEP-ACTION-PURGE    VALUE "P".
         05 AUDDEP-TIMESTAMP       PIC 9(14).
         05 AUDDEP-USERID          PIC X(8).
         05 AUDDEP-BEFORE-IMAGE.
