            MOVE DATE-OF-BIRTH OF POLMAST-RECORD
                TO BEFORE-DATE-OF-BIRTH
            MOVE GROUP-NUM OF POLMAST-RECORD
                TO BEFORE-GROUP-NUM
            MOVE AGENT-NUM OF POLMAST-RECORD
                TO BEFORE-AGENT-NUM
            MOVE INCEPTION-DATE OF POLMAST-RECORD
                TO BEFORE-INCEPTION-DATE.

        2195-CAPTURE-AFTER-IMAGE.
            MOVE POLICYNUM OF POLMAST-RECORD  TO AFTER-POLICYNUM
            MOVE DATE-OF-BIRTH OF POLMAST-RECORD
                TO AFTER-DATE-OF-BIRTH
            MOVE GROUP-NUM OF POLMAST-RECORD
                TO AFTER-GROUP-NUM
            MOVE AGENT-NUM OF POLMAST-RECORD
                TO AFTER-AGENT-NUM
            MOVE INCEPTION-DATE OF POLMAST-RECORD
                TO AFTER-INCEPTION-DATE.

      *> Batch-driven change - AUDIT-USERID carries the job name since
      *> no human operator is behind a nightly renewal scan.
