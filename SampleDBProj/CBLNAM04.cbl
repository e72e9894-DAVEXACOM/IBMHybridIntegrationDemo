      *> cascades to every dependent under it, and dependent changes
      *> are audited to DEPAUDIT the way member changes are audited
      *> to AUDITLOG.  Adds and changes can attach the member to an
      *> employer group (TXN-GROUP-NUM, validated against GRPMAST,
      *> which refuses a terminated group) or detach one with the
      *> "NONE" literal; the writing agent (TXN-AGENT-NUM, validated
      *> against AGTMAST) is set and removed the same way.  An add
      *> stamps the inception date the commission run uses to tell a
      *> first-term policy from a renewed one.  A change may also
      *> switch the POLICYTYPE, validated through CBLPOLVL like an
      *> add.
      *> A transaction carrying an apply-on date after tonight is not
      *> applied at all - it is held on PENDTXN, untouched, and the
      *> CBLNAM33 release run hands it back to this program on the
      *> date, when it takes the same edits, audit and suspense
      *> routing as anything keyed that night.  An apply-on date that
      *> is not a real calendar date is rejected to suspense rather
      *> than held.
      *> Every transaction is checked against the OPERAUTH operator
      *> authority table: a user ID that may not key the code goes to
      *> suspense as not authorized, and the run will not start
      *> without the table.  The shop's high-risk changes - a policy
      *> delete, a DATE-OF-BIRTH or POLICYTYPE change, a group detach,
      *> each switchable on the APPRCTL card - are not applied either
      *> but held on PENDAPPR until a different authorized user keys
      *> an approval ("V") against the policy; the held change then
      *> runs through the normal edits under the entering operator's
      *> ID.  A decline ("N") drops it.  APPRLOG records every
      *> approval and decline with both user IDs, and CBLNAM45 lists
      *> what is still waiting and any self-approval attempt.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CBLNAM04.
        ENVIRONMENT DIVISION.
                RECORD KEY IS GRP-NUMBER
                FILE STATUS IS WS-GRPMAST-STATUS.

            SELECT PENDTXN-FILE ASSIGN TO "PENDTXN"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PND-KEY
                FILE STATUS IS WS-PENDTXN-STATUS.

            SELECT AGTMAST-FILE ASSIGN TO "AGTMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AGT-NUMBER
                FILE STATUS IS WS-AGTMAST-STATUS.

            SELECT OPERAUTH-FILE ASSIGN TO "OPERAUTH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPERAUTH-STATUS.

            SELECT APPRCTL-CARD-FILE ASSIGN TO "APPRCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APPRCTL-STATUS.

            SELECT PENDAPPR-FILE ASSIGN TO "PENDAPPR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PAP-KEY
                FILE STATUS IS WS-PENDAPPR-STATUS.

            SELECT APPRLOG-FILE ASSIGN TO "APPRLOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APPRLOG-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  MAINTXN-FILE.
        FD  GRPMAST-FILE.
            COPY grpmast.

        FD  PENDTXN-FILE.
            COPY pendtxn.

        FD  AGTMAST-FILE.
            COPY agtmast.

        FD  OPERAUTH-FILE.
            COPY oprauth.

      *> APPRCTL card - which high-risk changes are held for a second
      *> person's approval, one flag each.  "N" turns that hold off;
      *> anything else, or no card at all, holds it.
        FD  APPRCTL-CARD-FILE.
        01  APPRCTL-CARD.
            05 CTL-HOLD-DELETE       PIC X(1).
            05 CTL-HOLD-DOB          PIC X(1).
            05 CTL-HOLD-POLTYPE      PIC X(1).
            05 CTL-HOLD-DETACH       PIC X(1).

        FD  PENDAPPR-FILE.
            COPY pendappr.

        FD  APPRLOG-FILE.
            COPY apprlog.

        WORKING-STORAGE SECTION.
        01  WS-MAINTXN-STATUS        PIC X(2).
            88 MAINTXN-EOF           VALUE "10".
        01  WS-DEPAUDIT-STATUS       PIC X(2).
        01  WS-GRPMAST-STATUS        PIC X(2).
            88 GRPMAST-OK            VALUE "00".
        01  WS-PENDTXN-STATUS        PIC X(2).
            88 PENDTXN-OK            VALUE "00".
        01  WS-AGTMAST-STATUS        PIC X(2).
            88 AGTMAST-OK            VALUE "00".
        01  WS-OPERAUTH-STATUS       PIC X(2).
            88 OPERAUTH-OK           VALUE "00".
        01  WS-APPRCTL-STATUS        PIC X(2).
            88 APPRCTL-OK            VALUE "00".
        01  WS-PENDAPPR-STATUS       PIC X(2).
            88 PENDAPPR-OK           VALUE "00".
        01  WS-APPRLOG-STATUS        PIC X(2).

        01  WS-SWITCHES.
            05 WS-EOF-SW             PIC X(1) VALUE "N".
              88 END-OF-DEPS         VALUE "Y".
            05 WS-GRPMAST-OPEN-SW    PIC X(1) VALUE "N".
              88 GRPMAST-FILE-OPEN   VALUE "Y".
            05 WS-AGTMAST-OPEN-SW    PIC X(1) VALUE "N".
              88 AGTMAST-FILE-OPEN   VALUE "Y".
            05 WS-OPA-EOF-SW         PIC X(1) VALUE "N".
              88 END-OF-OPERAUTH     VALUE "Y".
            05 WS-HELD-EOF-SW        PIC X(1) VALUE "N".
              88 END-OF-HELD-ITEMS   VALUE "Y".
            05 WS-USER-FOUND-SW      PIC X(1).
              88 USER-FOUND          VALUE "Y".
            05 WS-AUTHORIZED-SW      PIC X(1).
              88 USER-IS-AUTHORIZED  VALUE "Y".

      *> High-risk holds in force for this run, from APPRCTL.
        01  WS-HOLD-SWITCHES.
            05 WS-HOLD-DELETE-SW     PIC X(1) VALUE "Y".
              88 HOLD-DELETES        VALUE "Y".
            05 WS-HOLD-DOB-SW        PIC X(1) VALUE "Y".
              88 HOLD-DOB-CHANGES    VALUE "Y".
            05 WS-HOLD-POLTYPE-SW    PIC X(1) VALUE "Y".
              88 HOLD-POLTYPE-CHANGES VALUE "Y".
            05 WS-HOLD-DETACH-SW     PIC X(1) VALUE "Y".
              88 HOLD-GROUP-DETACHES VALUE "Y".

        01  WS-COUNTERS.
            05 WS-TXN-COUNT          PIC 9(7) VALUE ZERO.
            05 WS-DEP-CHANGE-COUNT   PIC 9(7) VALUE ZERO.
            05 WS-DEP-DELETE-COUNT   PIC 9(7) VALUE ZERO.
            05 WS-DEP-CASCADE-COUNT  PIC 9(7) VALUE ZERO.
            05 WS-HELD-COUNT         PIC 9(7) VALUE ZERO.
            05 WS-NAUT-COUNT         PIC 9(7) VALUE ZERO.
            05 WS-APPR-HELD-COUNT    PIC 9(7) VALUE ZERO.
            05 WS-APPROVED-COUNT     PIC 9(7) VALUE ZERO.
            05 WS-DECLINED-COUNT     PIC 9(7) VALUE ZERO.
            05 WS-SELF-APPR-COUNT    PIC 9(7) VALUE ZERO.

        01  WS-ADDRESS-VALID-SW      PIC X(1).
            88 ADDRESS-IS-VALID      VALUE "Y".

        01  WS-GROUP-VALID-SW        PIC X(1).
            88 GROUP-IS-VALID        VALUE "Y".
            88 GROUP-IS-TERMINATED   VALUE "T".

        01  WS-AGENT-VALID-SW        PIC X(1).
            88 AGENT-IS-VALID        VALUE "Y".

        01  WS-RISK-CODE             PIC X(4).
            88 NOT-HIGH-RISK         VALUE SPACES.
            88 RISK-DELETE           VALUE "DELT".
            88 RISK-DOB-CHANGE       VALUE "DOBC".
            88 RISK-POLTYPE-CHANGE   VALUE "PTYP".
            88 RISK-GROUP-DETACH     VALUE "GDET".

      *> Operator authority, loaded from OPERAUTH at initialize.
        01  WS-OPERATOR-TABLE.
            05 WS-OPR-COUNT          PIC 9(3) VALUE ZERO.
            05 WS-OPR-ENTRY OCCURS 500 TIMES INDEXED BY OP-IDX.
              10 WS-OP-USERID        PIC X(8).
              10 WS-OP-TXN-CODES     PIC X(10).
        01  WS-CODE-TALLY            PIC 9(2).

      *> The approve/decline transaction is parked here while each
      *> held item it acts on passes through the transaction area.
        01  WS-APPROVAL-TXN          PIC X(154).
        01  WS-APPROVAL-POLICYNUM    PIC X(8).
        01  WS-APPROVER-USERID       PIC X(8).
        01  WS-ITEM-COUNT            PIC 9(5).
        01  WS-ITEM-SELF-COUNT       PIC 9(5).
        01  WS-REJECTS-BEFORE        PIC 9(7).
        01  WS-EDIT-ITEMS            PIC ZZZZ9.

        01  WS-TODAY                 PIC 9(8).
        01  WS-EXP-YYYY               PIC 9(4).

        1000-INITIALIZE.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
            PERFORM 1100-LOAD-OPERATOR-AUTHORITY
            PERFORM 1200-READ-APPROVAL-CONTROL
            OPEN INPUT MAINTXN-FILE
            OPEN I-O POLMAST-FILE
            OPEN OUTPUT MAINRPT-FILE
            IF GRPMAST-OK
                SET GRPMAST-FILE-OPEN TO TRUE
            END-IF
      *> Likewise no AGTMAST means no agent can be assigned.
            OPEN INPUT AGTMAST-FILE
            IF AGTMAST-OK
                SET AGTMAST-FILE-OPEN TO TRUE
            END-IF
      *> Future-dated work is held here; a night with nothing yet on
      *> file starts the pending file empty, as DEPMAST does.
            OPEN I-O PENDTXN-FILE
            IF WS-PENDTXN-STATUS = "05" OR WS-PENDTXN-STATUS = "35"
                OPEN OUTPUT PENDTXN-FILE
                CLOSE PENDTXN-FILE
                OPEN I-O PENDTXN-FILE
            END-IF
      *> Changes held for approval, and the approval log, start empty
      *> the same way.
            OPEN I-O PENDAPPR-FILE
            IF WS-PENDAPPR-STATUS = "05" OR WS-PENDAPPR-STATUS = "35"
                OPEN OUTPUT PENDAPPR-FILE
                CLOSE PENDAPPR-FILE
                OPEN I-O PENDAPPR-FILE
            END-IF
            OPEN EXTEND APPRLOG-FILE
            IF WS-APPRLOG-STATUS = "05" OR WS-APPRLOG-STATUS = "35"
                OPEN OUTPUT APPRLOG-FILE
            END-IF
            READ MAINTXN-FILE
                AT END MOVE "Y" TO WS-EOF-SW
            END-READ.

      *> No authority table means nobody could be shown to be allowed
      *> to key anything - the run stops rather than apply unchecked
      *> work.
        1100-LOAD-OPERATOR-AUTHORITY.
            OPEN INPUT OPERAUTH-FILE
            IF NOT OPERAUTH-OK
                DISPLAY "CBLNAM04: ABENDING - OPERAUTH NOT AVAILABLE"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            READ OPERAUTH-FILE
                AT END MOVE "Y" TO WS-OPA-EOF-SW
            END-READ
            PERFORM 1110-STORE-OPERATOR UNTIL END-OF-OPERAUTH
            CLOSE OPERAUTH-FILE.

        1110-STORE-OPERATOR.
            IF WS-OPR-COUNT >= 500
                DISPLAY "CBLNAM04: ABENDING - OPERAUTH TABLE OVERFLOW"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-OPR-COUNT
            MOVE OPA-USERID    TO WS-OP-USERID (WS-OPR-COUNT)
            MOVE OPA-TXN-CODES TO WS-OP-TXN-CODES (WS-OPR-COUNT)
            READ OPERAUTH-FILE
                AT END MOVE "Y" TO WS-OPA-EOF-SW
            END-READ.

        1200-READ-APPROVAL-CONTROL.
            OPEN INPUT APPRCTL-CARD-FILE
            IF APPRCTL-OK
                READ APPRCTL-CARD-FILE
                    AT END MOVE SPACES TO APPRCTL-CARD
                END-READ
                IF CTL-HOLD-DELETE = "N"
                    MOVE "N" TO WS-HOLD-DELETE-SW
                END-IF
                IF CTL-HOLD-DOB = "N"
                    MOVE "N" TO WS-HOLD-DOB-SW
                END-IF
                IF CTL-HOLD-POLTYPE = "N"
                    MOVE "N" TO WS-HOLD-POLTYPE-SW
                END-IF
                IF CTL-HOLD-DETACH = "N"
                    MOVE "N" TO WS-HOLD-DETACH-SW
                END-IF
                CLOSE APPRCTL-CARD-FILE
            END-IF.

        2000-PROCESS-TXN.
            ADD 1 TO WS-TXN-COUNT
            MOVE TXN-POLICYNUM TO WS-RES-POLICYNUM
            MOVE TXN-CODE      TO WS-RES-CODE
            IF TXN-APPLY-DATE-X = SPACES
                MOVE ZERO TO TXN-APPLY-DATE
            END-IF
            PERFORM 2020-CHECK-AUTHORITY
            EVALUATE TRUE
                WHEN TXN-APPLY-DATE NOT NUMERIC
                    MOVE "REJECTED - BAD APPLY-ON DATE"
                        TO WS-RES-MESSAGE
                    ADD 1 TO WS-REJECT-COUNT
                    SET SUSP-BAD-APPLY-DATE TO TRUE
                    PERFORM 2850-WRITE-SUSPENSE
                WHEN TXN-APPLY-DATE NOT = ZERO
                 AND FUNCTION TEST-DATE-YYYYMMDD (TXN-APPLY-DATE)
                        NOT = ZERO
                    MOVE "REJECTED - BAD APPLY-ON DATE"
                        TO WS-RES-MESSAGE
                    ADD 1 TO WS-REJECT-COUNT
                    SET SUSP-BAD-APPLY-DATE TO TRUE
                    PERFORM 2850-WRITE-SUSPENSE
                WHEN TXN-CODE-VALID AND NOT USER-IS-AUTHORIZED
                    MOVE "REJECTED - USER NOT AUTHORIZED"
                        TO WS-RES-MESSAGE
                    ADD 1 TO WS-REJECT-COUNT
                    ADD 1 TO WS-NAUT-COUNT
                    SET SUSP-NOT-AUTHORIZED TO TRUE
                    PERFORM 2850-WRITE-SUSPENSE
                WHEN TXN-APPROVE
                    PERFORM 2060-APPROVE-HELD-ITEMS
                WHEN TXN-DECLINE
                    PERFORM 2070-DECLINE-HELD-ITEMS
                WHEN TXN-APPLY-DATE > WS-TODAY
                    PERFORM 2050-HOLD-PENDING-TXN
                WHEN OTHER
                    PERFORM 2030-CHECK-HIGH-RISK
                    IF NOT-HIGH-RISK
                        PERFORM 2080-APPLY-TXN
                    ELSE
                        PERFORM 2040-HOLD-FOR-APPROVAL
                    END-IF
            END-EVALUATE
            PERFORM 2900-WRITE-RESULT
            READ MAINTXN-FILE
                AT END MOVE "Y" TO WS-EOF-SW
            END-READ.

      *> The user ID must be on the authority table with this code
      *> among the codes it may key.  A blank user ID never matches.
        2020-CHECK-AUTHORITY.
            MOVE "N" TO WS-USER-FOUND-SW
            MOVE "N" TO WS-AUTHORIZED-SW
            IF TXN-USERID NOT = SPACES
                PERFORM 2025-MATCH-OPERATOR
                    VARYING OP-IDX FROM 1 BY 1
                    UNTIL OP-IDX > WS-OPR-COUNT
                       OR USER-FOUND
            END-IF.

        2025-MATCH-OPERATOR.
            IF WS-OP-USERID (OP-IDX) = TXN-USERID
                SET USER-FOUND TO TRUE
                MOVE ZERO TO WS-CODE-TALLY
                INSPECT WS-OP-TXN-CODES (OP-IDX)
                    TALLYING WS-CODE-TALLY FOR ALL TXN-CODE
                IF WS-CODE-TALLY > ZERO
                    SET USER-IS-AUTHORIZED TO TRUE
                END-IF
            END-IF.

      *> A change is high-risk only if it really alters the field -
      *> a DATE-OF-BIRTH or POLICYTYPE keyed the same as the master,
      *> or a detach of a member in no group, goes straight through.
      *> A policy not on file is left for the normal edits to reject.
        2030-CHECK-HIGH-RISK.
            MOVE SPACES TO WS-RISK-CODE
            IF TXN-DELETE OR TXN-CHANGE
                MOVE TXN-POLICYNUM TO POLICYNUM OF POLMAST-RECORD
                READ POLMAST-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM 2035-CLASSIFY-RISK
                END-READ
            END-IF.

        2035-CLASSIFY-RISK.
            EVALUATE TRUE
                WHEN TXN-DELETE
                    IF HOLD-DELETES
                        SET RISK-DELETE TO TRUE
                    END-IF
                WHEN HOLD-DOB-CHANGES
                 AND TXN-DATE-OF-BIRTH NOT = ZERO
                 AND TXN-DATE-OF-BIRTH
                     NOT = DATE-OF-BIRTH OF POLMAST-RECORD
                    SET RISK-DOB-CHANGE TO TRUE
                WHEN HOLD-POLTYPE-CHANGES
                 AND TXN-POLICYTYPE NOT = SPACES
                 AND TXN-POLICYTYPE NOT = POLICYTYPE OF POLMAST-RECORD
                    SET RISK-POLTYPE-CHANGE TO TRUE
                WHEN HOLD-GROUP-DETACHES
                 AND TXN-GROUP-DETACH
                 AND GROUP-NUM OF POLMAST-RECORD NOT = SPACES
                    SET RISK-GROUP-DETACH TO TRUE
            END-EVALUATE.

      *> Held untouched, like a future-dated item, and applied only
      *> when a second user approves it.
        2040-HOLD-FOR-APPROVAL.
            MOVE TXN-POLICYNUM TO PAP-POLICYNUM
            MOVE WS-TODAY      TO PAP-ENTRY-DATE
            MOVE FUNCTION CURRENT-DATE (9:6) TO PAP-ENTRY-TIME
            MOVE WS-TXN-COUNT  TO PAP-ENTRY-SEQ
            MOVE WS-RISK-CODE  TO PAP-RISK-CODE
            MOVE TXN-USERID    TO PAP-ENTRY-USERID
            MOVE SPACES TO PAP-TXN-IMAGE
            MOVE MAINTXN-RECORD TO PAP-TXN-IMAGE
            WRITE PENDING-APPROVAL-RECORD
                INVALID KEY
                    MOVE "REJECTED - ALREADY HELD FOR APPROVAL"
                        TO WS-RES-MESSAGE
                    ADD 1 TO WS-REJECT-COUNT
                    SET SUSP-DUPLICATE-KEY TO TRUE
                    PERFORM 2850-WRITE-SUSPENSE
                NOT INVALID KEY
                    MOVE SPACES TO WS-RES-MESSAGE
                    STRING "HELD FOR APPROVAL - " DELIMITED BY SIZE
                           WS-RISK-CODE           DELIMITED BY SIZE
                        INTO WS-RES-MESSAGE
                    ADD 1 TO WS-APPR-HELD-COUNT
            END-WRITE.

      *> An approval applies every item held against the policy that
      *> someone else entered.  An item the approver entered is left
      *> waiting, logged, and the approval itself goes to suspense so
      *> the attempt is seen.
        2060-APPROVE-HELD-ITEMS.
            PERFORM 2090-START-HELD-ITEMS
            PERFORM 2065-APPROVE-ONE-ITEM UNTIL END-OF-HELD-ITEMS
            MOVE WS-APPROVAL-TXN TO MAINTXN-RECORD
            MOVE TXN-POLICYNUM TO WS-RES-POLICYNUM
            MOVE TXN-CODE      TO WS-RES-CODE
            MOVE WS-ITEM-COUNT TO WS-EDIT-ITEMS
            EVALUATE TRUE
                WHEN WS-ITEM-COUNT = ZERO
                    MOVE "REJECTED - NOTHING HELD FOR APPROVAL"
                        TO WS-RES-MESSAGE
                    ADD 1 TO WS-REJECT-COUNT
                    SET SUSP-NOT-ON-FILE TO TRUE
                    PERFORM 2850-WRITE-SUSPENSE
                WHEN WS-ITEM-SELF-COUNT > ZERO
                    MOVE "REJECTED - SAME USER CANNOT APPROVE"
                        TO WS-RES-MESSAGE
                    ADD 1 TO WS-REJECT-COUNT
                    SET SUSP-NOT-AUTHORIZED TO TRUE
                    PERFORM 2850-WRITE-SUSPENSE
                WHEN OTHER
                    MOVE SPACES TO WS-RES-MESSAGE
                    STRING "APPROVED "   DELIMITED BY SIZE
                           WS-EDIT-ITEMS DELIMITED BY SIZE
                           " HELD ITEM(S)" DELIMITED BY SIZE
                        INTO WS-RES-MESSAGE
            END-EVALUATE.

        2065-APPROVE-ONE-ITEM.
            ADD 1 TO WS-ITEM-COUNT
            IF PAP-ENTRY-USERID = WS-APPROVER-USERID
                ADD 1 TO WS-ITEM-SELF-COUNT
                ADD 1 TO WS-SELF-APPR-COUNT
                MOVE "REFUSED - ENTERED BY SAME USER"
                    TO WS-RES-MESSAGE
                SET APL-SAME-USER TO TRUE
                PERFORM 2075-LOG-APPROVAL
            ELSE
                PERFORM 2066-APPLY-APPROVED-ITEM
            END-IF
            PERFORM 2095-READ-HELD-ITEM.

      *> The held image goes through the same dispatch and edits as
      *> tonight's work, under the ID of the operator who entered it.
      *> A reject lands it in suspense; either way it leaves PENDAPPR.
        2066-APPLY-APPROVED-ITEM.
            MOVE PAP-TXN-IMAGE TO MAINTXN-RECORD
            MOVE WS-REJECT-COUNT TO WS-REJECTS-BEFORE
            PERFORM 2080-APPLY-TXN
            IF WS-REJECT-COUNT > WS-REJECTS-BEFORE
                SET APL-APPROVED-REJECTED TO TRUE
            ELSE
                SET APL-APPLIED TO TRUE
                ADD 1 TO WS-APPROVED-COUNT
            END-IF
            MOVE WS-APPROVAL-TXN TO MAINTXN-RECORD
            PERFORM 2075-LOG-APPROVAL
            DELETE PENDAPPR-FILE RECORD.

      *> A decline drops every item held against the policy; the
      *> entering operator may withdraw their own change this way.
        2070-DECLINE-HELD-ITEMS.
            PERFORM 2090-START-HELD-ITEMS
            PERFORM 2072-DECLINE-ONE-ITEM UNTIL END-OF-HELD-ITEMS
            MOVE WS-APPROVAL-TXN TO MAINTXN-RECORD
            MOVE TXN-POLICYNUM TO WS-RES-POLICYNUM
            MOVE TXN-CODE      TO WS-RES-CODE
            MOVE WS-ITEM-COUNT TO WS-EDIT-ITEMS
            IF WS-ITEM-COUNT = ZERO
                MOVE "REJECTED - NOTHING HELD FOR APPROVAL"
                    TO WS-RES-MESSAGE
                ADD 1 TO WS-REJECT-COUNT
                SET SUSP-NOT-ON-FILE TO TRUE
                PERFORM 2850-WRITE-SUSPENSE
            ELSE
                MOVE SPACES TO WS-RES-MESSAGE
                STRING "DECLINED "     DELIMITED BY SIZE
                       WS-EDIT-ITEMS   DELIMITED BY SIZE
                       " HELD ITEM(S)" DELIMITED BY SIZE
                    INTO WS-RES-MESSAGE
            END-IF.

        2072-DECLINE-ONE-ITEM.
            ADD 1 TO WS-ITEM-COUNT
            ADD 1 TO WS-DECLINED-COUNT
            MOVE "DECLINED - NOT APPLIED" TO WS-RES-MESSAGE
            SET APL-DECLINED TO TRUE
            PERFORM 2075-LOG-APPROVAL
            DELETE PENDAPPR-FILE RECORD
            PERFORM 2095-READ-HELD-ITEM.

      *> One APPRLOG record and one report line per held item acted
      *> on; APL-OUTCOME and the message are set by the caller.
        2075-LOG-APPROVAL.
            MOVE FUNCTION CURRENT-DATE (1:14) TO APL-TIMESTAMP
            MOVE PAP-POLICYNUM       TO APL-POLICYNUM
            MOVE PAP-ENTRY-DATE      TO APL-ENTRY-DATE
            MOVE PAP-ENTRY-TIME      TO APL-ENTRY-TIME
            MOVE PAP-ENTRY-SEQ       TO APL-ENTRY-SEQ
            MOVE PAP-TXN-IMAGE (1:1) TO APL-TXN-CODE
            MOVE PAP-RISK-CODE       TO APL-RISK-CODE
            MOVE PAP-ENTRY-USERID    TO APL-ENTRY-USERID
            MOVE WS-APPROVER-USERID  TO APL-APPROVER-USERID
            MOVE WS-RES-MESSAGE      TO APL-RESULT
            WRITE APPROVAL-LOG-RECORD
            MOVE PAP-POLICYNUM       TO WS-RES-POLICYNUM
            MOVE PAP-TXN-IMAGE (1:1) TO WS-RES-CODE
            PERFORM 2900-WRITE-RESULT.

        2080-APPLY-TXN.
            EVALUATE TRUE
                WHEN TXN-ADD
                    PERFORM 2100-ADD-MEMBER
                    ADD 1 TO WS-REJECT-COUNT
                    SET SUSP-UNKNOWN-TXN TO TRUE
                    PERFORM 2850-WRITE-SUSPENSE
            END-EVALUATE.

      *> Held items for the policy read back in entry order.
        2090-START-HELD-ITEMS.
            MOVE MAINTXN-RECORD TO WS-APPROVAL-TXN
            MOVE TXN-POLICYNUM  TO WS-APPROVAL-POLICYNUM
            MOVE TXN-USERID     TO WS-APPROVER-USERID
            MOVE ZERO TO WS-ITEM-COUNT WS-ITEM-SELF-COUNT
            MOVE "N" TO WS-HELD-EOF-SW
            MOVE TXN-POLICYNUM TO PAP-POLICYNUM
            MOVE ZERO TO PAP-ENTRY-DATE PAP-ENTRY-TIME PAP-ENTRY-SEQ
            START PENDAPPR-FILE KEY IS NOT LESS THAN PAP-KEY
                INVALID KEY MOVE "Y" TO WS-HELD-EOF-SW
            END-START
            PERFORM 2095-READ-HELD-ITEM.

        2095-READ-HELD-ITEM.
            IF NOT END-OF-HELD-ITEMS
                READ PENDAPPR-FILE NEXT RECORD
                    AT END MOVE "Y" TO WS-HELD-EOF-SW
                END-READ
            END-IF
            IF NOT END-OF-HELD-ITEMS
               AND PAP-POLICYNUM NOT = WS-APPROVAL-POLICYNUM
                MOVE "Y" TO WS-HELD-EOF-SW
            END-IF.

      *> Held untouched - no edit runs until the date, so a held
      *> change is judged against the master as it stands the night
      *> it fires, not the night it was keyed.
        2050-HOLD-PENDING-TXN.
            MOVE TXN-POLICYNUM  TO PND-POLICYNUM
            MOVE TXN-APPLY-DATE TO PND-APPLY-DATE
            MOVE WS-TODAY       TO PND-ENTRY-DATE
            MOVE WS-TXN-COUNT   TO PND-ENTRY-SEQ
            MOVE SPACES TO PND-TXN-IMAGE
            MOVE MAINTXN-RECORD TO PND-TXN-IMAGE
            WRITE PENDING-TXN-RECORD
                INVALID KEY
                    MOVE "REJECTED - ALREADY HELD ON PENDTXN"
                        TO WS-RES-MESSAGE
                    ADD 1 TO WS-REJECT-COUNT
                    SET SUSP-DUPLICATE-KEY TO TRUE
                    PERFORM 2850-WRITE-SUSPENSE
                NOT INVALID KEY
                    MOVE SPACES TO WS-RES-MESSAGE
                    STRING "HELD - APPLIES ON " DELIMITED BY SIZE
                           TXN-APPLY-DATE       DELIMITED BY SIZE
                        INTO WS-RES-MESSAGE
                    ADD 1 TO WS-HELD-COUNT
            END-WRITE.

        2100-ADD-MEMBER.
            CALL "CBLPOLVL" USING TXN-POLICYTYPE WS-POLTYPE-VALID-SW
            PERFORM 2180-CHECK-GROUP
            PERFORM 2185-CHECK-AGENT
            EVALUATE TRUE
                WHEN NOT POLTYPE-IS-VALID
                    MOVE "REJECTED - UNKNOWN POLICYTYPE"
                    ADD 1 TO WS-REJECT-COUNT
                    SET SUSP-UNKNOWN-POLTYPE TO TRUE
                    PERFORM 2850-WRITE-SUSPENSE
                WHEN GROUP-IS-TERMINATED
                    MOVE "REJECTED - GROUP TERMINATED"
                        TO WS-RES-MESSAGE
                    ADD 1 TO WS-REJECT-COUNT
                    SET SUSP-UNKNOWN-GROUP TO TRUE
                    PERFORM 2850-WRITE-SUSPENSE
                WHEN NOT GROUP-IS-VALID
                    MOVE "REJECTED - GROUP NOT ON FILE"
                        TO WS-RES-MESSAGE
                    ADD 1 TO WS-REJECT-COUNT
                    SET SUSP-UNKNOWN-GROUP TO TRUE
                    PERFORM 2850-WRITE-SUSPENSE
                WHEN NOT AGENT-IS-VALID
                    MOVE "REJECTED - AGENT NOT ON FILE"
                        TO WS-RES-MESSAGE
                    ADD 1 TO WS-REJECT-COUNT
                    SET SUSP-UNKNOWN-AGENT TO TRUE
                    PERFORM 2850-WRITE-SUSPENSE
                WHEN TXN-DATE-OF-BIRTH = ZERO
                    MOVE "REJECTED - MISSING DATE OF BIRTH"
                        TO WS-RES-MESSAGE
               AND NOT TXN-GROUP-DETACH
                MOVE TXN-GROUP-NUM TO GROUP-NUM OF POLMAST-RECORD
            END-IF
            IF TXN-AGENT-NUM NOT = SPACES
               AND NOT TXN-AGENT-DETACH
                MOVE TXN-AGENT-NUM TO AGENT-NUM OF POLMAST-RECORD
            END-IF
            MOVE TXN-DATE-OF-BIRTH TO DATE-OF-BIRTH OF POLMAST-RECORD
            IF TXN-POLICY-EFF-DATE = ZERO
                MOVE WS-TODAY TO POLICY-EFF-DATE OF POLMAST-RECORD
                MOVE TXN-POLICY-EFF-DATE
                    TO POLICY-EFF-DATE OF POLMAST-RECORD
            END-IF
            MOVE POLICY-EFF-DATE OF POLMAST-RECORD
                TO INCEPTION-DATE OF POLMAST-RECORD
            IF TXN-POLICY-EXP-DATE = ZERO
                PERFORM 2160-DEFAULT-EXP-DATE
            ELSE
                    MOVE ZERO TO BEFORE-AGE BEFORE-POLICY-EFF-DATE
                                 BEFORE-POLICY-EXP-DATE
                                 BEFORE-DATE-OF-BIRTH
                                 BEFORE-INCEPTION-DATE
                    PERFORM 2295-CAPTURE-AFTER-IMAGE
                    SET AUDIT-ACTION-ADD TO TRUE
                    PERFORM 2290-WRITE-AUDIT-RECORD
                    PERFORM 2850-WRITE-SUSPENSE
                NOT INVALID KEY
                    PERFORM 2180-CHECK-GROUP
                    PERFORM 2185-CHECK-AGENT
                    PERFORM 2190-CHECK-NEW-POLTYPE
                    EVALUATE TRUE
                        WHEN NOT POLTYPE-IS-VALID
                            MOVE "REJECTED - UNKNOWN POLICYTYPE"
                                TO WS-RES-MESSAGE
                            ADD 1 TO WS-REJECT-COUNT
                            SET SUSP-UNKNOWN-POLTYPE TO TRUE
                            PERFORM 2850-WRITE-SUSPENSE
                        WHEN GROUP-IS-TERMINATED
                            MOVE "REJECTED - GROUP TERMINATED"
                                TO WS-RES-MESSAGE
                            ADD 1 TO WS-REJECT-COUNT
                            SET SUSP-UNKNOWN-GROUP TO TRUE
                            PERFORM 2850-WRITE-SUSPENSE
                        WHEN NOT GROUP-IS-VALID
                            MOVE "REJECTED - GROUP NOT ON FILE"
                                TO WS-RES-MESSAGE
                            ADD 1 TO WS-REJECT-COUNT
                            SET SUSP-UNKNOWN-GROUP TO TRUE
                            PERFORM 2850-WRITE-SUSPENSE
                        WHEN NOT AGENT-IS-VALID
                            MOVE "REJECTED - AGENT NOT ON FILE"
                                TO WS-RES-MESSAGE
                            ADD 1 TO WS-REJECT-COUNT
                            SET SUSP-UNKNOWN-AGENT TO TRUE
                            PERFORM 2850-WRITE-SUSPENSE
                        WHEN OTHER
                            PERFORM 2220-APPLY-MEMBER-CHANGE
                    END-EVALUATE
            END-READ.

        2220-APPLY-MEMBER-CHANGE.
            MOVE DATE-OF-BIRTH OF POLMAST-RECORD
                TO BEFORE-DATE-OF-BIRTH
            MOVE GROUP-NUM OF POLMAST-RECORD
                TO BEFORE-GROUP-NUM
            MOVE AGENT-NUM OF POLMAST-RECORD
                TO BEFORE-AGENT-NUM
            MOVE INCEPTION-DATE OF POLMAST-RECORD
                TO BEFORE-INCEPTION-DATE.

        2295-CAPTURE-AFTER-IMAGE.
            MOVE POLICYNUM OF POLMAST-RECORD  TO AFTER-POLICYNUM
            MOVE DATE-OF-BIRTH OF POLMAST-RECORD
                TO AFTER-DATE-OF-BIRTH
            MOVE GROUP-NUM OF POLMAST-RECORD
                TO AFTER-GROUP-NUM
            MOVE AGENT-NUM OF POLMAST-RECORD
                TO AFTER-AGENT-NUM
            MOVE INCEPTION-DATE OF POLMAST-RECORD
                TO AFTER-INCEPTION-DATE.

        2290-WRITE-AUDIT-RECORD.
            MOVE TXN-POLICYNUM TO AUDIT-POLICYNUM
            WRITE AUDIT-RECORD.

        2210-APPLY-CHANGES.
            IF TXN-POLICYTYPE NOT = SPACES
                MOVE TXN-POLICYTYPE TO POLICYTYPE OF POLMAST-RECORD
            END-IF
            IF TXN-FIRSTNAME NOT = SPACES
                MOVE TXN-FIRSTNAME TO FIRSTNAME OF POLMAST-RECORD
            END-IF
            IF TXN-PCODE NOT = SPACES
                MOVE TXN-PCODE TO PCODE OF POLMAST-RECORD
            END-IF
      *> AGE follows the new date of birth on CBLNAM03's next pass.
            IF TXN-DATE-OF-BIRTH NOT = ZERO
                MOVE TXN-DATE-OF-BIRTH
                    TO DATE-OF-BIRTH OF POLMAST-RECORD
            END-IF
            IF TXN-GROUP-NUM NOT = SPACES
                IF TXN-GROUP-DETACH
                    MOVE SPACES TO GROUP-NUM OF POLMAST-RECORD
                ELSE
                    MOVE TXN-GROUP-NUM TO GROUP-NUM OF POLMAST-RECORD
                END-IF
            END-IF
            IF TXN-AGENT-NUM NOT = SPACES
                IF TXN-AGENT-DETACH
                    MOVE SPACES TO AGENT-NUM OF POLMAST-RECORD
                ELSE
                    MOVE TXN-AGENT-NUM TO AGENT-NUM OF POLMAST-RECORD
                END-IF
            END-IF.

      *> Spaces (no group / leave as is) and the "NONE" detach are
      *> always valid; anything else must be on the group master and
      *> not carry a CBLNAM43 termination - nobody joins a group that
      *> is ending.
        2180-CHECK-GROUP.
            SET GROUP-IS-VALID TO TRUE
            IF TXN-GROUP-NUM NOT = SPACES
                    READ GRPMAST-FILE
                        INVALID KEY
                            MOVE "N" TO WS-GROUP-VALID-SW
                        NOT INVALID KEY
                            IF GRP-TERM-DATE NUMERIC
                               AND NOT GRP-IN-FORCE
                                SET GROUP-IS-TERMINATED TO TRUE
                            END-IF
                    END-READ
                ELSE
                    MOVE "N" TO WS-GROUP-VALID-SW
                END-IF
            END-IF.

      *> The writing agent follows the group rule: spaces and "NONE"
      *> pass, anything else must be on the agent master.
        2185-CHECK-AGENT.
            SET AGENT-IS-VALID TO TRUE
            IF TXN-AGENT-NUM NOT = SPACES
               AND NOT TXN-AGENT-DETACH
                IF AGTMAST-FILE-OPEN
                    MOVE TXN-AGENT-NUM TO AGT-NUMBER
                    READ AGTMAST-FILE
                        INVALID KEY
                            MOVE "N" TO WS-AGENT-VALID-SW
                    END-READ
                ELSE
                    MOVE "N" TO WS-AGENT-VALID-SW
                END-IF
            END-IF.

      *> A blank POLICYTYPE on a change leaves the type as is; a
      *> switch must name a type on the POLTYPE reference file.
        2190-CHECK-NEW-POLTYPE.
            SET POLTYPE-IS-VALID TO TRUE
            IF TXN-POLICYTYPE NOT = SPACES
                CALL "CBLPOLVL" USING TXN-POLICYTYPE
                                       WS-POLTYPE-VALID-SW
            END-IF.

        2300-DELETE-MEMBER.
            MOVE TXN-POLICYNUM TO POLICYNUM OF POLMAST-RECORD
            READ POLMAST-FILE
                    MOVE ZERO TO AFTER-AGE AFTER-POLICY-EFF-DATE
                                 AFTER-POLICY-EXP-DATE
                                 AFTER-DATE-OF-BIRTH
                                 AFTER-INCEPTION-DATE
                    SET AUDIT-ACTION-DELETE TO TRUE
                    PERFORM 2290-WRITE-AUDIT-RECORD
                    PERFORM 2350-CASCADE-DELETE-DEPS
            IF GRPMAST-FILE-OPEN
                CLOSE GRPMAST-FILE
            END-IF
            IF AGTMAST-FILE-OPEN
                CLOSE AGTMAST-FILE
            END-IF
            CLOSE PENDTXN-FILE
            CLOSE PENDAPPR-FILE
            CLOSE APPRLOG-FILE
            PERFORM 3100-WRITE-RUN-CONTROL
            DISPLAY "CBLNAM04: TXNS=" WS-TXN-COUNT
                    " ADDED=" WS-ADD-COUNT
            DISPLAY "CBLNAM04: DEP-ADDED=" WS-DEP-ADD-COUNT
                    " DEP-CHANGED=" WS-DEP-CHANGE-COUNT
                    " DEP-DELETED=" WS-DEP-DELETE-COUNT
                    " DEP-CASCADED=" WS-DEP-CASCADE-COUNT
            DISPLAY "CBLNAM04: HELD-PENDING=" WS-HELD-COUNT
                    " NOT-AUTHORIZED=" WS-NAUT-COUNT
            DISPLAY "CBLNAM04: HELD-FOR-APPROVAL=" WS-APPR-HELD-COUNT
                    " APPROVED=" WS-APPROVED-COUNT
                    " DECLINED=" WS-DECLINED-COUNT
                    " SELF-APPROVALS=" WS-SELF-APPR-COUNT.

      *> Run counts go to the shared run-control file so CBLNAM15 can
      *> prove the master balances at the end of the night.
