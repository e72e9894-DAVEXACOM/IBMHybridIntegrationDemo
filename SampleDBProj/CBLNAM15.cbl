      *> day's SUSPIN.  A RUNCTL carrying more than one run date
      *> means that swap was missed - the sums then double-count
      *> prior nights, so the report says so alongside the balance.
      *> The CBLNAM39 GL journal reports through RUNCTL too: a reject
      *> count on its record means the journal failed its proofs, and
      *> the stream is held the same way so an unbalanced batch never
      *> reaches the ledger.
      *> Policies removed by the CBLNAM41 retention purge are master
      *> deletes too; they are reported on their own line and taken
      *> out of the expected count with the CBLNAM04 deletes.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CBLNAM15.
        ENVIRONMENT DIVISION.
              88 MASTER-IN-BALANCE  VALUE "Y".
            05 WS-MIXED-DATE-SW     PIC X(1) VALUE "N".
              88 RUNCTL-DATES-MIXED VALUE "Y".
            05 WS-GL-RAN-SW         PIC X(1) VALUE "N".
              88 GL-JOURNAL-RAN     VALUE "Y".

        01  WS-FIRST-RUN-DATE       PIC 9(8) VALUE ZERO.
        01  WS-PRIOR-COUNT          PIC 9(7) VALUE ZERO.
        01  WS-ADD-TOTAL            PIC 9(7) VALUE ZERO.
        01  WS-DELETE-TOTAL         PIC 9(7) VALUE ZERO.
        01  WS-DEPDEL-TOTAL         PIC 9(7) VALUE ZERO.
        01  WS-PURGE-TOTAL          PIC 9(7) VALUE ZERO.
        01  WS-EXTRACT-TOTAL        PIC 9(7) VALUE ZERO.
        01  WS-GL-REJECT-TOTAL      PIC 9(7) VALUE ZERO.
        01  WS-EXPECTED-COUNT       PIC S9(8) VALUE ZERO.
        01  WS-ACTUAL-COUNT         PIC 9(7) VALUE ZERO.
        01  WS-RUNCTL-RECORDS       PIC 9(7) VALUE ZERO.
      *> The CBLNAM24 age-out sweep deletes DEPMAST records, not
      *> policy master records - its deletes are reported on their
      *> own line and kept out of the master arithmetic.
            EVALUATE RUNCTL-PROGRAM
                WHEN "CBLNAM24"
                    ADD RUNCTL-DELETE-COUNT TO WS-DEPDEL-TOTAL
                WHEN "CBLNAM41"
                    ADD RUNCTL-DELETE-COUNT TO WS-PURGE-TOTAL
                WHEN OTHER
                    ADD RUNCTL-DELETE-COUNT TO WS-DELETE-TOTAL
            END-EVALUATE
            IF RUNCTL-PROGRAM = "CBLNAM07"
                SET EXTRACT-RAN TO TRUE
                MOVE RUNCTL-EXTRACT-COUNT TO WS-EXTRACT-TOTAL
            END-IF
            IF RUNCTL-PROGRAM = "CBLNAM39"
                SET GL-JOURNAL-RAN TO TRUE
                ADD RUNCTL-REJECT-COUNT TO WS-GL-REJECT-TOTAL
            END-IF
            READ RUNCTL-FILE
                AT END MOVE "Y" TO WS-RUNCTL-EOF-SW
            END-READ.
            MOVE "RECORDS DELETED (CBLNAM04)" TO WS-LINE-LABEL
            MOVE WS-DELETE-TOTAL TO WS-EDIT-COUNT
            PERFORM 5900-WRITE-COUNT-LINE
            MOVE "POLICIES PURGED (CBLNAM41)" TO WS-LINE-LABEL
            MOVE WS-PURGE-TOTAL TO WS-EDIT-COUNT
            PERFORM 5900-WRITE-COUNT-LINE
            MOVE "DEPENDENTS AGED OUT (CBLNAM24)" TO WS-LINE-LABEL
            MOVE WS-DEPDEL-TOTAL TO WS-EDIT-COUNT
            PERFORM 5900-WRITE-COUNT-LINE
                    TO BALRPT-LINE
                WRITE BALRPT-LINE
            END-IF
            PERFORM 5200-CHECK-EXTRACT-BALANCE
            PERFORM 5300-CHECK-GL-JOURNAL.

        5100-CHECK-MASTER-BALANCE.
            COMPUTE WS-EXPECTED-COUNT
                = WS-PRIOR-COUNT + WS-LOAD-TOTAL
                + WS-ADD-TOTAL - WS-DELETE-TOTAL
                - WS-PURGE-TOTAL
            MOVE WS-EXPECTED-COUNT TO WS-EDIT-EXPECTED
            MOVE SPACES TO BALRPT-LINE
            STRING "EXPECTED MASTER COUNT           "
                WRITE BALRPT-LINE
            END-IF.

        5300-CHECK-GL-JOURNAL.
            IF GL-JOURNAL-RAN
                MOVE "GL JOURNAL PROOFS FAILED" TO WS-LINE-LABEL
                MOVE WS-GL-REJECT-TOTAL TO WS-EDIT-COUNT
                PERFORM 5900-WRITE-COUNT-LINE
                IF WS-GL-REJECT-TOTAL = ZERO
                    MOVE "GL JOURNAL IS IN BALANCE" TO BALRPT-LINE
                    WRITE BALRPT-LINE
                ELSE
                    MOVE "N" TO WS-BALANCED-SW
                    MOVE "*** GL JOURNAL OUT OF BALANCE ***"
                        TO BALRPT-LINE
                    WRITE BALRPT-LINE
                END-IF
            ELSE
                MOVE "GL JOURNAL DID NOT RUN - GL CHECK SKIPPED"
                    TO BALRPT-LINE
                WRITE BALRPT-LINE
            END-IF.

        5900-WRITE-COUNT-LINE.
            MOVE SPACES TO BALRPT-LINE
            STRING WS-LINE-LABEL DELIMITED BY SIZE
                    " LOADS=" WS-LOAD-TOTAL
                    " ADDS=" WS-ADD-TOTAL
                    " DELETES=" WS-DELETE-TOTAL
                    " PURGES=" WS-PURGE-TOTAL
                    " ACTUAL=" WS-ACTUAL-COUNT
                    " BALANCED=" WS-BALANCED-SW.
