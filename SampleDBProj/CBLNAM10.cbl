            MOVE DATE-OF-BIRTH OF POLMAST-RECORD
                TO BEFORE-DATE-OF-BIRTH
            MOVE GROUP-NUM OF POLMAST-RECORD
                TO BEFORE-GROUP-NUM
            MOVE AGENT-NUM OF POLMAST-RECORD
                TO BEFORE-AGENT-NUM
            MOVE INCEPTION-DATE OF POLMAST-RECORD
                TO BEFORE-INCEPTION-DATE.

        8200-CAPTURE-AFTER-IMAGE.
            MOVE POLICYNUM OF POLMAST-RECORD  TO AFTER-POLICYNUM
            MOVE DATE-OF-BIRTH OF POLMAST-RECORD
                TO AFTER-DATE-OF-BIRTH
            MOVE GROUP-NUM OF POLMAST-RECORD
                TO AFTER-GROUP-NUM
            MOVE AGENT-NUM OF POLMAST-RECORD
                TO AFTER-AGENT-NUM
            MOVE INCEPTION-DATE OF POLMAST-RECORD
                TO AFTER-INCEPTION-DATE.

        8300-WRITE-AUDIT-RECORD.
            MOVE POLICYNUM OF POLMAST-RECORD TO AUDIT-POLICYNUM
