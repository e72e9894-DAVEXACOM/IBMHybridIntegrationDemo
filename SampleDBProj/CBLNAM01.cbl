
        2200-WRITE-MASTER-RECORD.
            MOVE CORRESPONDING MEMLOAD-RECORD TO POLMAST-RECORD
      *> A load file cut before the inception date existed carries
      *> spaces there - load it as zero, "not known to be first term".
            IF INCEPTION-DATE OF POLMAST-RECORD NOT NUMERIC
                MOVE ZERO TO INCEPTION-DATE OF POLMAST-RECORD
            END-IF
            WRITE POLMAST-RECORD
                INVALID KEY
                    DISPLAY "CBLNAM01: REJECTED DUP POLICYNUM "
