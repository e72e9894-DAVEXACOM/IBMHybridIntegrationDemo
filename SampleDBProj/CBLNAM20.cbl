      *> master, before/after images to AUDITLOG, line on the report.
      *> The cutoff comes from the DELQCRD control card; with no card
      *> the shop default below is used.
      *>
      *> Every payment posted is also appended to the PAYPOST
      *> posted-cash extract - cash applied to the receivable, and any
      *> cash left unapplied - so the commission run can pay on
      *> premium actually collected rather than premium billed.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CBLNAM20.
        ENVIRONMENT DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

            SELECT PAYPOST-FILE ASSIGN TO "PAYPOST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PAYPOST-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  BILLINV-FILE.
        FD  AUDIT-FILE.
            COPY audit.

        FD  PAYPOST-FILE.
            COPY paypost.

        WORKING-STORAGE SECTION.
        01  WS-BILLINV-STATUS       PIC X(2).
            88 BILLINV-OK           VALUE "00".
            88 POLMAST-OK           VALUE "00".
        01  WS-ARAGRPT-STATUS       PIC X(2).
        01  WS-AUDIT-STATUS         PIC X(2).
        01  WS-PAYPOST-STATUS       PIC X(2).

        01  WS-SWITCHES.
            05 WS-INV-EOF-SW        PIC X(1) VALUE "N".
            IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDIT-FILE
            END-IF
            OPEN EXTEND PAYPOST-FILE
            IF WS-PAYPOST-STATUS = "05" OR WS-PAYPOST-STATUS = "35"
                OPEN OUTPUT PAYPOST-FILE
            END-IF
            MOVE "AGED RECEIVABLES AND REMITTANCE POSTING"
                TO ARAGRPT-LINE
            WRITE ARAGRPT-LINE
      *> rather than this run carrying a negative receivable.
        3200-APPLY-PAYMENT.
            IF PAY-AMOUNT > RCV-OPEN-BALANCE
                MOVE RCV-OPEN-BALANCE TO PPST-AMOUNT
                PERFORM 3500-WRITE-APPLIED-CASH
                COMPUTE PPST-AMOUNT = PAY-AMOUNT - RCV-OPEN-BALANCE
                PERFORM 3600-WRITE-UNAPPLIED-CASH
                MOVE ZERO TO RCV-OPEN-BALANCE
                PERFORM 3400-WRITE-OVERPAY-EXCEPTION
            ELSE
                MOVE PAY-AMOUNT TO PPST-AMOUNT
                PERFORM 3500-WRITE-APPLIED-CASH
                SUBTRACT PAY-AMOUNT FROM RCV-OPEN-BALANCE
            END-IF
            IF RCV-OPEN-BALANCE = ZERO

        3300-WRITE-PAYMENT-EXCEPTION.
            ADD 1 TO WS-PAY-EXCEPT-COUNT
            MOVE PAY-AMOUNT TO PPST-AMOUNT
            PERFORM 3600-WRITE-UNAPPLIED-CASH
            MOVE PAY-AMOUNT TO WS-EDIT-AMOUNT
            MOVE SPACES TO ARAGRPT-LINE
            STRING PAY-POLICYNUM  DELIMITED BY SIZE
                INTO ARAGRPT-LINE
            WRITE ARAGRPT-LINE.

      *> A zero applied amount (a payment against a receivable already
      *> at zero) is all unapplied cash and writes no applied record.
        3500-WRITE-APPLIED-CASH.
            IF PPST-AMOUNT > ZERO
                MOVE PAY-POLICYNUM TO PPST-POLICYNUM
                MOVE WS-TODAY      TO PPST-POST-DATE
                MOVE PAY-DATE      TO PPST-PAY-DATE
                SET PPST-APPLIED TO TRUE
                WRITE PAYMENT-POSTED-RECORD
            END-IF.

        3600-WRITE-UNAPPLIED-CASH.
            MOVE PAY-POLICYNUM TO PPST-POLICYNUM
            MOVE WS-TODAY      TO PPST-POST-DATE
            MOVE PAY-DATE      TO PPST-PAY-DATE
            SET PPST-UNAPPLIED TO TRUE
            WRITE PAYMENT-POSTED-RECORD.

      *> Reposition to the top of the receivable file for the aging
      *> sweep - the posting passes above read it randomly.
        4000-START-AGING-SWEEP.
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
            CLOSE POLMAST-FILE
            CLOSE ARAGRPT-FILE
            CLOSE AUDIT-FILE
            CLOSE PAYPOST-FILE
            DISPLAY "CBLNAM20: INVOICES=" WS-INV-COUNT
                    " PAYMENTS=" WS-PAY-COUNT
                    " PAY-EXCEPTIONS=" WS-PAY-EXCEPT-COUNT
