      *> CBLNAM38 - monthly agent commission run.  Pays the writing
      *> agent on premium actually collected: every "A" (applied) cash
      *> record CBLNAM20 appended to PAYPOST with a posting date in the
      *> commission period, not what CBLNAM09 billed.  The policy's
      *> AGENT-NUM picks the agent on AGTMAST and the agent's schedule
      *> row for the POLICYTYPE gives the rate - the first-year rate
      *> while the policy is still in its first term (POLICY-EFF-DATE
      *> still equal to INCEPTION-DATE), the renewal rate after.
      *> Direct business (no agent) earns nothing and is only counted.
      *>
      *> A policy cancelled inside its first term - a status move from
      *> ACTIVE or RENEWAL-DUE to CANCELLED, or a delete of an in-force
      *> policy, stamped on AUDITLOG in the period - has the first-year
      *> commission paid on it charged back from the agent last paid,
      *> off the COMMHIST commission history this run keeps per policy.
      *>
      *> Commission and chargeback items are sorted by agent and policy
      *> and written to the COMMSTMT statement extract, with a total
      *> record per agent for the mail vendor, and to the COMMRPT
      *> register with a subtotal per agent and grand totals.  Items
      *> that cannot be paid - policy not on file, agent not on
      *> AGTMAST, POLICYTYPE not on the agent's schedule - are listed
      *> as exceptions at the head of the register.  The COMMPER card
      *> names the CCYYMM period; with no card it is last month.  Run
      *> it inside the CBLNAM26 AUDRETN retention window or the
      *> period's cancellations are no longer on the live log.
      *> A run that finishes closes its period on the COMMCTL control
      *> record, and a later run for that period or any earlier one
      *> is refused, so agents are never paid twice.  A run that
      *> abended before finishing may simply be rerun: what it had
      *> already posted to COMMHIST goes on the statements again but
      *> is not added to the history a second time.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CBLNAM38.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT COMMPER-CARD-FILE ASSIGN TO "COMMPER"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-COMMPER-STATUS.

            SELECT PAYPOST-FILE ASSIGN TO "PAYPOST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PAYPOST-STATUS.

            SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

            SELECT POLMAST-FILE ASSIGN TO "POLMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS POLICYNUM OF POLMAST-RECORD
                FILE STATUS IS WS-POLMAST-STATUS.

            SELECT AGTMAST-FILE ASSIGN TO "AGTMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AGT-NUMBER
                FILE STATUS IS WS-AGTMAST-STATUS.

            SELECT COMMHIST-FILE ASSIGN TO "COMMHIST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CMH-POLICYNUM
                FILE STATUS IS WS-COMMHIST-STATUS.

            SELECT COMM-SORT ASSIGN TO "COMMSWK".

            SELECT COMM-WORK ASSIGN TO "COMMWRK"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT COMMSTMT-FILE ASSIGN TO "COMMSTMT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-COMMSTMT-STATUS.

            SELECT COMMRPT-FILE ASSIGN TO "COMMRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-COMMRPT-STATUS.

            SELECT COMMCTL-FILE ASSIGN TO "COMMCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-COMMCTL-STATUS.

        DATA DIVISION.
        FILE SECTION.
      *> COMMPER card - optional CCYYMM commission period.  No card
      *> (or a zero period) means the month before the run date.
        FD  COMMPER-CARD-FILE.
        01  COMMPER-CARD.
            05 COMM-SELECT-PERIOD   PIC 9(6).

        FD  PAYPOST-FILE.
            COPY paypost.

        FD  AUDIT-FILE.
            COPY audit.

        FD  POLMAST-FILE.
            COPY member REPLACING ==MEMBER== BY ==POLMAST-RECORD==.

        FD  AGTMAST-FILE.
            COPY agtmast.

        FD  COMMHIST-FILE.
            COPY commhist.

        SD  COMM-SORT.
        01  COMM-SORT-REC.
            05 CSR-AGENT-NUM        PIC X(6).
            05 CSR-POLICYNUM        PIC X(8).
            05 CSR-REC-TYPE         PIC X(1).
            05 CSR-POLICYTYPE       PIC X(4).
            05 CSR-RATE-BASIS       PIC X(1).
            05 CSR-PREMIUM          PIC 9(7)V99.
            05 CSR-RATE-PCT         PIC 9(2)V99.
            05 CSR-AMOUNT           PIC 9(7)V99.
            05 CSR-PAY-DATE         PIC 9(8).

        FD  COMM-WORK.
        01  COMM-WORK-REC           PIC X(50).

        FD  COMMSTMT-FILE.
            COPY commstmt.

        FD  COMMRPT-FILE.
        01  COMMRPT-LINE            PIC X(80).

      *> COMMCTL - the last commission period closed by a finished
      *> run, and the date it finished.
        FD  COMMCTL-FILE.
        01  COMMCTL-RECORD.
            05 CCT-CLOSED-PERIOD    PIC 9(6).
            05 CCT-CLOSED-DATE      PIC 9(8).

        WORKING-STORAGE SECTION.
        01  WS-COMMPER-STATUS       PIC X(2).
            88 COMMPER-OK           VALUE "00".
        01  WS-PAYPOST-STATUS       PIC X(2).
            88 PAYPOST-OK           VALUE "00".
        01  WS-AUDIT-STATUS         PIC X(2).
            88 AUDIT-OK             VALUE "00".
        01  WS-POLMAST-STATUS       PIC X(2).
            88 POLMAST-OK           VALUE "00".
        01  WS-AGTMAST-STATUS       PIC X(2).
            88 AGTMAST-OK           VALUE "00".
        01  WS-COMMHIST-STATUS      PIC X(2).
            88 COMMHIST-OK          VALUE "00".
        01  WS-COMMSTMT-STATUS      PIC X(2).
        01  WS-COMMRPT-STATUS       PIC X(2).
        01  WS-COMMCTL-STATUS       PIC X(2).
            88 COMMCTL-OK           VALUE "00".

        01  WS-SWITCHES.
            05 WS-PAY-EOF-SW        PIC X(1) VALUE "N".
              88 END-OF-PAYPOST     VALUE "Y".
            05 WS-LOG-EOF-SW        PIC X(1) VALUE "N".
              88 END-OF-AUDITLOG    VALUE "Y".
            05 WS-WORK-EOF-SW       PIC X(1) VALUE "N".
              88 END-OF-WORK        VALUE "Y".
            05 WS-FIRST-RECORD-SW   PIC X(1) VALUE "Y".
              88 FIRST-RECORD       VALUE "Y".
            05 WS-AGTMAST-OPEN-SW   PIC X(1) VALUE "N".
              88 AGTMAST-FILE-OPEN  VALUE "Y".
            05 WS-EXCEPT-HEAD-SW    PIC X(1) VALUE "N".
              88 EXCEPT-HEAD-DONE   VALUE "Y".
            05 WS-SCHED-FOUND-SW    PIC X(1).
              88 SCHED-FOUND        VALUE "Y".
            05 WS-HIST-FOUND-SW     PIC X(1).
              88 HIST-FOUND         VALUE "Y".
            05 WS-HIST-PAID-SW      PIC X(1).
              88 HIST-ALREADY-PAID  VALUE "A".
              88 HIST-REPOSTED      VALUE "R".

        01  WS-TODAY                PIC 9(8).
        01  WS-TODAY-PARTS REDEFINES WS-TODAY.
            05 WS-TODAY-YEAR        PIC 9(4).
            05 WS-TODAY-MONTH       PIC 9(2).
            05 WS-TODAY-DAY         PIC 9(2).
        01  WS-RUN-TS               PIC 9(14).
        01  WS-PERIOD               PIC 9(6).
        01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
            05 WS-PERIOD-YEAR       PIC 9(4).
            05 WS-PERIOD-MONTH      PIC 9(2).

        01  WS-SCHED-SUB            PIC 9(2).
        01  WS-RATE-PCT             PIC 9(2)V99.
        01  WS-RATE-BASIS           PIC X(1).
        01  WS-COMMISSION           PIC 9(7)V99.
        01  WS-CHARGEBACK           PIC 9(7)V99.
        01  WS-EXCEPT-POLICYNUM     PIC X(8).
        01  WS-EXCEPT-REASON        PIC X(40).

      *> Sorted work record, mapped off the raw work-file line.
        01  WS-COMM-WORK.
            05 CWK-AGENT-NUM        PIC X(6).
            05 CWK-POLICYNUM        PIC X(8).
            05 CWK-REC-TYPE         PIC X(1).
              88 CWK-COMMISSION     VALUE "P".
              88 CWK-CHARGEBACK     VALUE "C".
            05 CWK-POLICYTYPE       PIC X(4).
            05 CWK-RATE-BASIS       PIC X(1).
            05 CWK-PREMIUM          PIC 9(7)V99.
            05 CWK-RATE-PCT         PIC 9(2)V99.
            05 CWK-AMOUNT           PIC 9(7)V99.
            05 CWK-PAY-DATE         PIC 9(8).

        01  WS-AGENT-BREAK          PIC X(6).

        01  WS-COUNTERS.
            05 WS-PAY-READ-COUNT    PIC 9(7) VALUE ZERO.
            05 WS-PAY-PERIOD-COUNT  PIC 9(7) VALUE ZERO.
            05 WS-COMM-COUNT        PIC 9(7) VALUE ZERO.
            05 WS-DIRECT-COUNT      PIC 9(7) VALUE ZERO.
            05 WS-EXCEPT-COUNT      PIC 9(7) VALUE ZERO.
            05 WS-CHARGEBACK-COUNT  PIC 9(7) VALUE ZERO.
            05 WS-AGENT-COUNT       PIC 9(7) VALUE ZERO.
            05 WS-REPOST-COUNT      PIC 9(7) VALUE ZERO.

        01  WS-AGENT-TOTALS.
            05 WS-AGT-COMM-TOTAL    PIC 9(7)V99 VALUE ZERO.
            05 WS-AGT-CB-TOTAL      PIC 9(7)V99 VALUE ZERO.
        01  WS-GRAND-TOTALS.
            05 WS-GRAND-PREMIUM     PIC 9(9)V99 VALUE ZERO.
            05 WS-GRAND-COMM-TOTAL  PIC 9(9)V99 VALUE ZERO.
            05 WS-GRAND-CB-TOTAL    PIC 9(9)V99 VALUE ZERO.
        01  WS-NET-AMOUNT           PIC S9(9)V99.

        01  WS-EDIT-PREM            PIC ZZZ,ZZ9.99.
        01  WS-EDIT-AMOUNT          PIC ZZZ,ZZ9.99.
        01  WS-EDIT-RATE            PIC Z9.99.
        01  WS-EDIT-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
        01  WS-EDIT-NET             PIC -ZZZ,ZZZ,ZZ9.99.
        01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.

        PROCEDURE DIVISION.
        0000-MAIN-PARA.
            PERFORM 1000-INITIALIZE
            SORT COMM-SORT
                ON ASCENDING KEY CSR-AGENT-NUM
                                 CSR-POLICYNUM
                                 CSR-REC-TYPE
                INPUT PROCEDURE IS 2000-SELECT-COMMISSION-ITEMS
                GIVING COMM-WORK
            PERFORM 4000-WRITE-STATEMENTS
            PERFORM 9000-TERMINATE
            STOP RUN.

        1000-INITIALIZE.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-TS
            PERFORM 1050-SET-PERIOD
            PERFORM 1060-CHECK-PERIOD-CLOSED
            OPEN OUTPUT COMMRPT-FILE
            MOVE "AGENT COMMISSION REGISTER" TO COMMRPT-LINE
            WRITE COMMRPT-LINE
            MOVE SPACES TO COMMRPT-LINE
            STRING "PERIOD: "  DELIMITED BY SIZE
                   WS-PERIOD   DELIMITED BY SIZE
                   "  RUN DATE: " DELIMITED BY SIZE
                   WS-TODAY    DELIMITED BY SIZE
                INTO COMMRPT-LINE
            WRITE COMMRPT-LINE
            OPEN INPUT POLMAST-FILE
            IF NOT POLMAST-OK
                DISPLAY "CBLNAM38: ABENDING - UNABLE TO OPEN POLMAST, "
                        "STATUS=" WS-POLMAST-STATUS
                CLOSE COMMRPT-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
      *> No AGTMAST means no agent can be paid - every agent-written
      *> payment lists as an exception.
            OPEN INPUT AGTMAST-FILE
            IF AGTMAST-OK
                SET AGTMAST-FILE-OPEN TO TRUE
            END-IF
      *> The first commission run starts the history file empty.
            OPEN I-O COMMHIST-FILE
            IF WS-COMMHIST-STATUS = "05" OR WS-COMMHIST-STATUS = "35"
                OPEN OUTPUT COMMHIST-FILE
                CLOSE COMMHIST-FILE
                OPEN I-O COMMHIST-FILE
            END-IF.

        1050-SET-PERIOD.
            IF WS-TODAY-MONTH = 1
                COMPUTE WS-PERIOD-YEAR = WS-TODAY-YEAR - 1
                MOVE 12 TO WS-PERIOD-MONTH
            ELSE
                MOVE WS-TODAY-YEAR TO WS-PERIOD-YEAR
                COMPUTE WS-PERIOD-MONTH = WS-TODAY-MONTH - 1
            END-IF
            OPEN INPUT COMMPER-CARD-FILE
            IF COMMPER-OK
                READ COMMPER-CARD-FILE
                    AT END MOVE ZERO TO COMM-SELECT-PERIOD
                END-READ
                IF COMM-SELECT-PERIOD NUMERIC
                   AND COMM-SELECT-PERIOD NOT = ZERO
                    MOVE COMM-SELECT-PERIOD TO WS-PERIOD
                END-IF
                CLOSE COMMPER-CARD-FILE
            END-IF
            DISPLAY "CBLNAM38: COMMISSION PERIOD " WS-PERIOD.

      *> No COMMCTL yet means no period has been closed.
        1060-CHECK-PERIOD-CLOSED.
            OPEN INPUT COMMCTL-FILE
            IF COMMCTL-OK
                READ COMMCTL-FILE
                    AT END MOVE ZERO TO CCT-CLOSED-PERIOD
                END-READ
                CLOSE COMMCTL-FILE
                IF CCT-CLOSED-PERIOD NUMERIC
                   AND WS-PERIOD NOT > CCT-CLOSED-PERIOD
                    DISPLAY "CBLNAM38: ABENDING - PERIOD " WS-PERIOD
                            " ALREADY PAID, LAST CLOSED "
                            CCT-CLOSED-PERIOD " ON " CCT-CLOSED-DATE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

      *> Collected premium first, then chargebacks, so a policy paid
      *> and cancelled in the same month has this month's first-year
      *> commission included in what is recovered.
        2000-SELECT-COMMISSION-ITEMS.
            OPEN INPUT PAYPOST-FILE
            IF PAYPOST-OK
                READ PAYPOST-FILE
                    AT END MOVE "Y" TO WS-PAY-EOF-SW
                END-READ
                PERFORM 2100-COMMISSION-ONE-PAYMENT
                    UNTIL END-OF-PAYPOST
                CLOSE PAYPOST-FILE
            END-IF
            OPEN INPUT AUDIT-FILE
            IF AUDIT-OK
                READ AUDIT-FILE
                    AT END MOVE "Y" TO WS-LOG-EOF-SW
                END-READ
                PERFORM 3000-SCAN-CANCELLATIONS
                    UNTIL END-OF-AUDITLOG
                CLOSE AUDIT-FILE
            END-IF.

        2100-COMMISSION-ONE-PAYMENT.
            ADD 1 TO WS-PAY-READ-COUNT
            IF PPST-APPLIED
               AND PPST-POST-DATE (1:6) = WS-PERIOD
                ADD 1 TO WS-PAY-PERIOD-COUNT
                PERFORM 2200-PRICE-ONE-PAYMENT
            END-IF
            READ PAYPOST-FILE
                AT END MOVE "Y" TO WS-PAY-EOF-SW
            END-READ.

        2200-PRICE-ONE-PAYMENT.
            MOVE PPST-POLICYNUM TO WS-EXCEPT-POLICYNUM
            MOVE PPST-POLICYNUM TO POLICYNUM OF POLMAST-RECORD
            READ POLMAST-FILE
                INVALID KEY
                    MOVE "POLICY NOT ON FILE" TO WS-EXCEPT-REASON
                    PERFORM 2800-WRITE-EXCEPTION-LINE
                NOT INVALID KEY
                    IF AGENT-NUM OF POLMAST-RECORD = SPACES
                        ADD 1 TO WS-DIRECT-COUNT
                    ELSE
                        PERFORM 2300-FIND-AGENT-RATE
                    END-IF
            END-READ.

        2300-FIND-AGENT-RATE.
            MOVE "N" TO WS-SCHED-FOUND-SW
            IF AGTMAST-FILE-OPEN
                MOVE AGENT-NUM OF POLMAST-RECORD TO AGT-NUMBER
                READ AGTMAST-FILE
                    INVALID KEY
                        MOVE "AGENT NOT ON AGTMAST" TO WS-EXCEPT-REASON
                    NOT INVALID KEY
                        MOVE "POLICYTYPE NOT ON AGENT SCHEDULE"
                            TO WS-EXCEPT-REASON
                        PERFORM 2310-MATCH-SCHEDULE-ROW
                            VARYING WS-SCHED-SUB FROM 1 BY 1
                            UNTIL WS-SCHED-SUB > 10
                               OR SCHED-FOUND
                END-READ
            ELSE
                MOVE "AGENT NOT ON AGTMAST" TO WS-EXCEPT-REASON
            END-IF
            IF SCHED-FOUND
                PERFORM 2400-RELEASE-COMMISSION
            ELSE
                PERFORM 2800-WRITE-EXCEPTION-LINE
            END-IF.

      *> First term while the current term still starts on the date
      *> the policy was first written; a member loaded without an
      *> inception date is paid as renewal business.
        2310-MATCH-SCHEDULE-ROW.
            IF AGT-SCHED-POLICYTYPE (WS-SCHED-SUB)
                    = POLICYTYPE OF POLMAST-RECORD
                SET SCHED-FOUND TO TRUE
                IF INCEPTION-DATE OF POLMAST-RECORD NOT = ZERO
                   AND INCEPTION-DATE OF POLMAST-RECORD
                       = POLICY-EFF-DATE OF POLMAST-RECORD
                    MOVE "F" TO WS-RATE-BASIS
                    MOVE AGT-FIRST-YEAR-PCT (WS-SCHED-SUB)
                        TO WS-RATE-PCT
                ELSE
                    MOVE "R" TO WS-RATE-BASIS
                    MOVE AGT-RENEWAL-PCT (WS-SCHED-SUB)
                        TO WS-RATE-PCT
                END-IF
            END-IF.

        2400-RELEASE-COMMISSION.
            COMPUTE WS-COMMISSION ROUNDED
                = PPST-AMOUNT * WS-RATE-PCT / 100
            PERFORM 2500-POST-COMMISSION-HISTORY
            IF HIST-ALREADY-PAID
                MOVE "PERIOD ALREADY PAID" TO WS-EXCEPT-REASON
                PERFORM 2800-WRITE-EXCEPTION-LINE
            ELSE
                PERFORM 2450-RELEASE-PAYMENT-ITEM
            END-IF.

        2450-RELEASE-PAYMENT-ITEM.
            MOVE AGENT-NUM OF POLMAST-RECORD  TO CSR-AGENT-NUM
            MOVE PPST-POLICYNUM               TO CSR-POLICYNUM
            MOVE "P"                          TO CSR-REC-TYPE
            MOVE POLICYTYPE OF POLMAST-RECORD TO CSR-POLICYTYPE
            MOVE WS-RATE-BASIS                TO CSR-RATE-BASIS
            MOVE PPST-AMOUNT                  TO CSR-PREMIUM
            MOVE WS-RATE-PCT                  TO CSR-RATE-PCT
            MOVE WS-COMMISSION                TO CSR-AMOUNT
            MOVE PPST-PAY-DATE                TO CSR-PAY-DATE
            RELEASE COMM-SORT-REC
            ADD 1 TO WS-COMM-COUNT.

        2500-POST-COMMISSION-HISTORY.
            MOVE PPST-POLICYNUM TO CMH-POLICYNUM
            READ COMMHIST-FILE
                INVALID KEY
                    MOVE "N" TO WS-HIST-FOUND-SW
                    MOVE ZERO TO CMH-FIRST-YEAR-PAID
                                 CMH-RENEWAL-PAID
                                 CMH-CHARGEBACK-AMT
                                 CMH-LAST-PERIOD
                                 CMH-PERIOD-PAY-COUNT
                                 CMH-RUN-TS
                                 CMH-RUN-PAY-SEEN
                                 CMH-CB-PERIOD
                                 CMH-CB-LAST-AMT
                                 CMH-CB-RUN-TS
                NOT INVALID KEY
                    SET HIST-FOUND TO TRUE
            END-READ
            IF CMH-RUN-TS NOT = WS-RUN-TS
                MOVE WS-RUN-TS TO CMH-RUN-TS
                MOVE ZERO TO CMH-RUN-PAY-SEEN
            END-IF
            ADD 1 TO CMH-RUN-PAY-SEEN
      *> Payments are taken in PAYPOST order every run, so the n-th
      *> payment seen for the policy tonight is the n-th one counted
      *> into the period - those already counted are not added again.
            EVALUATE TRUE
                WHEN CMH-LAST-PERIOD > WS-PERIOD
                    MOVE "A" TO WS-HIST-PAID-SW
                WHEN CMH-LAST-PERIOD = WS-PERIOD
                 AND CMH-RUN-PAY-SEEN NOT > CMH-PERIOD-PAY-COUNT
                    MOVE "R" TO WS-HIST-PAID-SW
                    ADD 1 TO WS-REPOST-COUNT
                WHEN OTHER
                    MOVE "N" TO WS-HIST-PAID-SW
                    IF CMH-LAST-PERIOD < WS-PERIOD
                        MOVE ZERO TO CMH-PERIOD-PAY-COUNT
                    END-IF
                    MOVE WS-PERIOD TO CMH-LAST-PERIOD
                    ADD 1 TO CMH-PERIOD-PAY-COUNT
                    MOVE AGENT-NUM OF POLMAST-RECORD TO CMH-AGENT-NUM
                    IF WS-RATE-BASIS = "F"
                        ADD WS-COMMISSION TO CMH-FIRST-YEAR-PAID
                    ELSE
                        ADD WS-COMMISSION TO CMH-RENEWAL-PAID
                    END-IF
            END-EVALUATE
            IF HIST-FOUND
                REWRITE COMMISSION-HISTORY-RECORD
            ELSE
                WRITE COMMISSION-HISTORY-RECORD
            END-IF.

        2800-WRITE-EXCEPTION-LINE.
            ADD 1 TO WS-EXCEPT-COUNT
            IF NOT EXCEPT-HEAD-DONE
                MOVE SPACES TO COMMRPT-LINE
                WRITE COMMRPT-LINE
                MOVE "PAYMENTS NOT COMMISSIONED - FOR REVIEW"
                    TO COMMRPT-LINE
                WRITE COMMRPT-LINE
                SET EXCEPT-HEAD-DONE TO TRUE
            END-IF
            MOVE PPST-AMOUNT TO WS-EDIT-PREM
            MOVE SPACES TO COMMRPT-LINE
            STRING "  "                DELIMITED BY SIZE
                   WS-EXCEPT-POLICYNUM DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   WS-EDIT-PREM        DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   WS-EXCEPT-REASON    DELIMITED BY SIZE
                INTO COMMRPT-LINE
            WRITE COMMRPT-LINE.

      *> The same reading of a cancellation the CBLNAM36 refund run
      *> gives the log, limited to agent-written policies still in
      *> their first term at the moment they went.
        3000-SCAN-CANCELLATIONS.
            IF AUDIT-TIMESTAMP (1:6) = WS-PERIOD
               AND (BEFORE-POL-STATUS = "A" OR BEFORE-POL-STATUS = "R")
               AND BEFORE-AGENT-NUM NOT = SPACES
               AND BEFORE-INCEPTION-DATE NUMERIC
               AND BEFORE-INCEPTION-DATE NOT = ZERO
               AND BEFORE-INCEPTION-DATE = BEFORE-POLICY-EFF-DATE
                EVALUATE TRUE
                    WHEN AUDIT-ACTION-CHANGE
                     AND AFTER-POL-STATUS = "C"
                        PERFORM 3100-CHARGE-BACK-POLICY
                    WHEN AUDIT-ACTION-DELETE
                        PERFORM 3100-CHARGE-BACK-POLICY
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
            READ AUDIT-FILE
                AT END MOVE "Y" TO WS-LOG-EOF-SW
            END-READ.

      *> Only first-year commission not already recovered comes back,
      *> so a decline and a delete of the same policy charge once.
        3100-CHARGE-BACK-POLICY.
            MOVE AUDIT-POLICYNUM TO CMH-POLICYNUM
            READ COMMHIST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM 3150-RECOVER-FIRST-YEAR
            END-READ.

      *> A chargeback already taken this period by a run that never
      *> finished goes back on the statement once, at the amount then
      *> recovered, without being recovered again.
        3150-RECOVER-FIRST-YEAR.
            EVALUATE TRUE
                WHEN CMH-FIRST-YEAR-PAID > CMH-CHARGEBACK-AMT
                    COMPUTE WS-CHARGEBACK
                        = CMH-FIRST-YEAR-PAID - CMH-CHARGEBACK-AMT
                    ADD WS-CHARGEBACK TO CMH-CHARGEBACK-AMT
                    IF CMH-LAST-PERIOD < WS-PERIOD
                        MOVE ZERO TO CMH-PERIOD-PAY-COUNT
                    END-IF
                    MOVE WS-PERIOD     TO CMH-LAST-PERIOD
                    MOVE WS-PERIOD     TO CMH-CB-PERIOD
                    MOVE WS-CHARGEBACK TO CMH-CB-LAST-AMT
                    MOVE WS-RUN-TS     TO CMH-CB-RUN-TS
                    REWRITE COMMISSION-HISTORY-RECORD
                    PERFORM 3200-RELEASE-CHARGEBACK
                WHEN CMH-CB-PERIOD = WS-PERIOD
                 AND CMH-CB-RUN-TS NOT = WS-RUN-TS
                    MOVE CMH-CB-LAST-AMT TO WS-CHARGEBACK
                    MOVE WS-RUN-TS       TO CMH-CB-RUN-TS
                    REWRITE COMMISSION-HISTORY-RECORD
                    ADD 1 TO WS-REPOST-COUNT
                    PERFORM 3200-RELEASE-CHARGEBACK
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

        3200-RELEASE-CHARGEBACK.
            MOVE CMH-AGENT-NUM     TO CSR-AGENT-NUM
            MOVE AUDIT-POLICYNUM   TO CSR-POLICYNUM
            MOVE "C"               TO CSR-REC-TYPE
            MOVE BEFORE-POLICYTYPE TO CSR-POLICYTYPE
            MOVE "F"               TO CSR-RATE-BASIS
            MOVE ZERO              TO CSR-PREMIUM
                                      CSR-RATE-PCT
            MOVE WS-CHARGEBACK     TO CSR-AMOUNT
            MOVE AUDIT-TIMESTAMP (1:8) TO CSR-PAY-DATE
            RELEASE COMM-SORT-REC
            ADD 1 TO WS-CHARGEBACK-COUNT.

        4000-WRITE-STATEMENTS.
            OPEN OUTPUT COMMSTMT-FILE
            MOVE SPACES TO COMMRPT-LINE
            WRITE COMMRPT-LINE
            MOVE SPACES TO COMMRPT-LINE
            STRING "POLICYNUM  TYPE  B  DATE      " DELIMITED BY SIZE
                   "PREMIUM    RATE     AMOUNT"     DELIMITED BY SIZE
                INTO COMMRPT-LINE
            WRITE COMMRPT-LINE
            OPEN INPUT COMM-WORK
            READ COMM-WORK INTO WS-COMM-WORK
                AT END MOVE "Y" TO WS-WORK-EOF-SW
            END-READ
            IF END-OF-WORK
                MOVE SPACES TO COMMRPT-LINE
                WRITE COMMRPT-LINE
                MOVE "NO COMMISSION OR CHARGEBACK ITEMS FOR THE PERIOD"
                    TO COMMRPT-LINE
                WRITE COMMRPT-LINE
            END-IF
            PERFORM 4100-REPORT-ONE-ITEM UNTIL END-OF-WORK
            IF NOT FIRST-RECORD
                PERFORM 4300-CLOSE-AGENT
            END-IF
            CLOSE COMM-WORK.

        4100-REPORT-ONE-ITEM.
            IF FIRST-RECORD
                MOVE CWK-AGENT-NUM TO WS-AGENT-BREAK
                PERFORM 4200-OPEN-AGENT
                MOVE "N" TO WS-FIRST-RECORD-SW
            ELSE
                IF CWK-AGENT-NUM NOT = WS-AGENT-BREAK
                    PERFORM 4300-CLOSE-AGENT
                    MOVE CWK-AGENT-NUM TO WS-AGENT-BREAK
                    PERFORM 4200-OPEN-AGENT
                END-IF
            END-IF
            PERFORM 4400-WRITE-DETAIL
            READ COMM-WORK INTO WS-COMM-WORK
                AT END MOVE "Y" TO WS-WORK-EOF-SW
            END-READ.

        4200-OPEN-AGENT.
            ADD 1 TO WS-AGENT-COUNT
            MOVE ZERO TO WS-AGT-COMM-TOTAL
                         WS-AGT-CB-TOTAL
            MOVE SPACES TO AGENT-RECORD
            IF AGTMAST-FILE-OPEN
                MOVE WS-AGENT-BREAK TO AGT-NUMBER
                READ AGTMAST-FILE
                    INVALID KEY
                        MOVE "*AGENT NOT ON FILE*" TO AGT-NAME
                END-READ
            ELSE
                MOVE "*AGENT NOT ON FILE*" TO AGT-NAME
            END-IF
            MOVE SPACES TO COMMRPT-LINE
            WRITE COMMRPT-LINE
            MOVE SPACES TO COMMRPT-LINE
            STRING "AGENT "       DELIMITED BY SIZE
                   WS-AGENT-BREAK DELIMITED BY SIZE
                   "  "           DELIMITED BY SIZE
                   AGT-NAME       DELIMITED BY SIZE
                INTO COMMRPT-LINE
            WRITE COMMRPT-LINE.

        4300-CLOSE-AGENT.
            MOVE SPACES TO COMM-STATEMENT-RECORD
            MOVE WS-AGENT-BREAK    TO CST-AGENT-NUM
            SET CST-TOTAL TO TRUE
            MOVE WS-PERIOD         TO CST-PERIOD
            MOVE AGT-NAME          TO CST-AGENT-NAME
            MOVE AGT-STREETNUM     TO CST-STREETNUM
            MOVE AGT-STREETNAME    TO CST-STREETNAME
            MOVE AGT-CITY          TO CST-CITY
            MOVE AGT-PCODE         TO CST-PCODE
            MOVE WS-AGT-COMM-TOTAL TO CST-COMMISSION-TOTAL
            MOVE WS-AGT-CB-TOTAL   TO CST-CHARGEBACK-TOTAL
            WRITE COMM-STATEMENT-RECORD
            COMPUTE WS-NET-AMOUNT = WS-AGT-COMM-TOTAL - WS-AGT-CB-TOTAL
            MOVE WS-AGT-COMM-TOTAL TO WS-EDIT-TOTAL
            MOVE SPACES TO COMMRPT-LINE
            STRING "  COMMISSION:   " DELIMITED BY SIZE
                   WS-EDIT-TOTAL      DELIMITED BY SIZE
                INTO COMMRPT-LINE
            WRITE COMMRPT-LINE
            MOVE WS-AGT-CB-TOTAL TO WS-EDIT-TOTAL
            MOVE SPACES TO COMMRPT-LINE
            STRING "  CHARGEBACKS:  " DELIMITED BY SIZE
                   WS-EDIT-TOTAL      DELIMITED BY SIZE
                INTO COMMRPT-LINE
            WRITE COMMRPT-LINE
            MOVE WS-NET-AMOUNT TO WS-EDIT-NET
            MOVE SPACES TO COMMRPT-LINE
            STRING "  NET PAYABLE: " DELIMITED BY SIZE
                   WS-EDIT-NET       DELIMITED BY SIZE
                INTO COMMRPT-LINE
            WRITE COMMRPT-LINE.

        4400-WRITE-DETAIL.
            MOVE SPACES TO COMM-STATEMENT-RECORD
            MOVE CWK-AGENT-NUM  TO CST-AGENT-NUM
            MOVE CWK-REC-TYPE   TO CST-REC-TYPE
            MOVE WS-PERIOD      TO CST-PERIOD
            MOVE CWK-POLICYNUM  TO CST-POLICYNUM
            MOVE CWK-POLICYTYPE TO CST-POLICYTYPE
            MOVE CWK-RATE-BASIS TO CST-RATE-BASIS
            MOVE CWK-PREMIUM    TO CST-PREMIUM
            MOVE CWK-RATE-PCT   TO CST-RATE-PCT
            MOVE CWK-AMOUNT     TO CST-AMOUNT
            MOVE CWK-PAY-DATE   TO CST-PAY-DATE
            WRITE COMM-STATEMENT-RECORD
            MOVE CWK-AMOUNT TO WS-EDIT-AMOUNT
            MOVE SPACES TO COMMRPT-LINE
            IF CWK-CHARGEBACK
                ADD CWK-AMOUNT TO WS-AGT-CB-TOTAL
                ADD CWK-AMOUNT TO WS-GRAND-CB-TOTAL
                STRING CWK-POLICYNUM  DELIMITED BY SIZE
                       "  "           DELIMITED BY SIZE
                       CWK-POLICYTYPE DELIMITED BY SIZE
                       "  C  "        DELIMITED BY SIZE
                       CWK-PAY-DATE   DELIMITED BY SIZE
                       "  CHARGEBACK - FIRST TERM " DELIMITED BY SIZE
                       WS-EDIT-AMOUNT DELIMITED BY SIZE
                    INTO COMMRPT-LINE
            ELSE
                ADD CWK-AMOUNT TO WS-AGT-COMM-TOTAL
                ADD CWK-AMOUNT TO WS-GRAND-COMM-TOTAL
                ADD CWK-PREMIUM TO WS-GRAND-PREMIUM
                MOVE CWK-PREMIUM  TO WS-EDIT-PREM
                MOVE CWK-RATE-PCT TO WS-EDIT-RATE
                STRING CWK-POLICYNUM  DELIMITED BY SIZE
                       "  "           DELIMITED BY SIZE
                       CWK-POLICYTYPE DELIMITED BY SIZE
                       "  "           DELIMITED BY SIZE
                       CWK-RATE-BASIS DELIMITED BY SIZE
                       "  "           DELIMITED BY SIZE
                       CWK-PAY-DATE   DELIMITED BY SIZE
                       "  "           DELIMITED BY SIZE
                       WS-EDIT-PREM   DELIMITED BY SIZE
                       "  "           DELIMITED BY SIZE
                       WS-EDIT-RATE   DELIMITED BY SIZE
                       "  "           DELIMITED BY SIZE
                       WS-EDIT-AMOUNT DELIMITED BY SIZE
                    INTO COMMRPT-LINE
            END-IF
            WRITE COMMRPT-LINE.

        9000-TERMINATE.
            MOVE SPACES TO COMMRPT-LINE
            WRITE COMMRPT-LINE
            MOVE "GRAND TOTALS" TO COMMRPT-LINE
            WRITE COMMRPT-LINE
            MOVE WS-PAY-PERIOD-COUNT TO WS-EDIT-COUNT
            MOVE WS-GRAND-PREMIUM TO WS-EDIT-TOTAL
            MOVE SPACES TO COMMRPT-LINE
            STRING "PAYMENTS IN PERIOD:      " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO COMMRPT-LINE
            WRITE COMMRPT-LINE
            MOVE WS-COMM-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO COMMRPT-LINE
            STRING "COMMISSIONED:            " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                   "  PREMIUM "                DELIMITED BY SIZE
                   WS-EDIT-TOTAL               DELIMITED BY SIZE
                INTO COMMRPT-LINE
            WRITE COMMRPT-LINE
            MOVE WS-DIRECT-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO COMMRPT-LINE
            STRING "DIRECT - NO AGENT:       " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO COMMRPT-LINE
            WRITE COMMRPT-LINE
            MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO COMMRPT-LINE
            STRING "EXCEPTIONS:              " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO COMMRPT-LINE
            WRITE COMMRPT-LINE
            MOVE WS-CHARGEBACK-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO COMMRPT-LINE
            STRING "CHARGEBACKS:             " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO COMMRPT-LINE
            WRITE COMMRPT-LINE
            MOVE WS-REPOST-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO COMMRPT-LINE
            STRING "ALREADY ON COMMHIST:     " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO COMMRPT-LINE
            WRITE COMMRPT-LINE
            MOVE WS-AGENT-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO COMMRPT-LINE
            STRING "AGENTS ON STATEMENT:     " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO COMMRPT-LINE
            WRITE COMMRPT-LINE
            MOVE WS-GRAND-COMM-TOTAL TO WS-EDIT-TOTAL
            MOVE SPACES TO COMMRPT-LINE
            STRING "TOTAL COMMISSION:        " DELIMITED BY SIZE
                   "          "                DELIMITED BY SIZE
                   WS-EDIT-TOTAL               DELIMITED BY SIZE
                INTO COMMRPT-LINE
            WRITE COMMRPT-LINE
            MOVE WS-GRAND-CB-TOTAL TO WS-EDIT-TOTAL
            MOVE SPACES TO COMMRPT-LINE
            STRING "TOTAL CHARGEBACKS:       " DELIMITED BY SIZE
                   "          "                DELIMITED BY SIZE
                   WS-EDIT-TOTAL               DELIMITED BY SIZE
                INTO COMMRPT-LINE
            WRITE COMMRPT-LINE
            CLOSE POLMAST-FILE
            IF AGTMAST-FILE-OPEN
                CLOSE AGTMAST-FILE
            END-IF
            CLOSE COMMHIST-FILE
            CLOSE COMMSTMT-FILE
            CLOSE COMMRPT-FILE
            PERFORM 9100-CLOSE-PERIOD
            DISPLAY "CBLNAM38: PAYMENTS=" WS-PAY-PERIOD-COUNT
                    " COMMISSIONED=" WS-COMM-COUNT
                    " CHARGEBACKS=" WS-CHARGEBACK-COUNT
                    " EXCEPTIONS=" WS-EXCEPT-COUNT
                    " REPOSTED=" WS-REPOST-COUNT.

      *> Written only once the statements are out - a run that dies
      *> before here leaves the period open for the rerun.
        9100-CLOSE-PERIOD.
            OPEN OUTPUT COMMCTL-FILE
            MOVE WS-PERIOD TO CCT-CLOSED-PERIOD
            MOVE WS-TODAY  TO CCT-CLOSED-DATE
            WRITE COMMCTL-RECORD
            CLOSE COMMCTL-FILE.
