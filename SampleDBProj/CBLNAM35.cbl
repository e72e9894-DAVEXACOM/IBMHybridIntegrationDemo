      *> CBLNAM35 - reinstatement of lapsed and cancelled-for-
      *> nonpayment policies, driven by the REINREQ request file.
      *> Until now a CBLNAM10 lapse or a CBLNAM20 nonpayment cancel
      *> was a one-way door - the member had to be deleted and re-added
      *> under a new start date, losing the audit history and the
      *> EXPRATE experience record.  This run brings the same policy
      *> back: it restores STATUS-ACTIVE with the original term dates
      *> (the before-image of the status move that ended it) and audits
      *> the change to AUDITLOG like every other status move.  CBLNAM02
      *> picks up a restored term that has already expired on its next
      *> run, so the member goes straight into the renewal cycle.
      *>
      *> The lapse or cancel date is read back off the audit trail -
      *> the latest AUDITLOG status image moving the policy to LAPSED
      *> or CANCELLED.  A request is refused, with the reason on the
      *> register, when the policy is not on file or not lapsed or
      *> cancelled, when no such status move is on the live log, when
      *> the cancellation was not CBLNAM20's nonpayment cancel (a
      *> declined renewal is the member's own choice), when today is
      *> past the REINWIN window after the lapse/cancel date, or when
      *> RECVBL still carries an open balance and no supervisor
      *> override is keyed.  The REINWIN card gives the window in days;
      *> with no card the shop default below is used.  Keep the window
      *> inside the CBLNAM26 AUDRETN retention or older lapses fall off
      *> the live log before their window closes.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CBLNAM35.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REINWIN-CARD-FILE ASSIGN TO "REINWIN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REINWIN-STATUS.

            SELECT REINREQ-FILE ASSIGN TO "REINREQ"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REINREQ-STATUS.

            SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

            SELECT POLMAST-FILE ASSIGN TO "POLMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS POLICYNUM OF POLMAST-RECORD
                FILE STATUS IS WS-POLMAST-STATUS.

            SELECT RECVBL-FILE ASSIGN TO "RECVBL"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RCV-POLICYNUM
                FILE STATUS IS WS-RECVBL-STATUS.

            SELECT REINRPT-FILE ASSIGN TO "REINRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REINRPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
      *> REINWIN card - days after the lapse or cancel date inside
      *> which a policy may still be reinstated.
        FD  REINWIN-CARD-FILE.
        01  REINWIN-CARD.
            05 REINWIN-DAYS         PIC 9(3).

        FD  REINREQ-FILE.
            COPY reinreq.

        FD  AUDIT-FILE.
            COPY audit.

        FD  POLMAST-FILE.
            COPY member REPLACING ==MEMBER== BY ==POLMAST-RECORD==.

        FD  RECVBL-FILE.
            COPY recvbl.

        FD  REINRPT-FILE.
        01  REINRPT-LINE            PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-REINWIN-STATUS       PIC X(2).
            88 REINWIN-OK           VALUE "00".
        01  WS-REINREQ-STATUS       PIC X(2).
            88 REINREQ-OK           VALUE "00".
        01  WS-AUDIT-STATUS         PIC X(2).
            88 AUDIT-OK             VALUE "00".
        01  WS-POLMAST-STATUS       PIC X(2).
            88 POLMAST-OK           VALUE "00".
        01  WS-RECVBL-STATUS        PIC X(2).
            88 RECVBL-OK            VALUE "00".
        01  WS-REINRPT-STATUS       PIC X(2).

        01  WS-SWITCHES.
            05 WS-REQ-EOF-SW        PIC X(1) VALUE "N".
              88 END-OF-REINREQ     VALUE "Y".
            05 WS-LOG-EOF-SW        PIC X(1) VALUE "N".
              88 END-OF-AUDITLOG    VALUE "Y".
            05 WS-LOG-OPEN-SW       PIC X(1) VALUE "N".
              88 AUDITLOG-READ-OPEN VALUE "Y".
            05 WS-RECVBL-OPEN-SW    PIC X(1) VALUE "N".
              88 RECVBL-FILE-OPEN   VALUE "Y".
            05 WS-RQ-FOUND-SW       PIC X(1).
              88 REQUEST-FOUND      VALUE "Y".

        01  WS-TODAY                PIC 9(8).
        01  WS-TODAY-INT            PIC 9(8).
        01  WS-WINDOW-DAYS          PIC 9(3) VALUE 30.
        01  WS-TERM-INT             PIC 9(8).
        01  WS-DAYS-SINCE           PIC S9(5).
        01  WS-OPEN-BALANCE         PIC 9(9)V99.

        01  WS-COUNTERS.
            05 WS-REQ-COUNT         PIC 9(7) VALUE ZERO.
            05 WS-APPROVE-COUNT     PIC 9(7) VALUE ZERO.
            05 WS-OVERRIDE-COUNT    PIC 9(7) VALUE ZERO.
            05 WS-REFUSE-COUNT      PIC 9(7) VALUE ZERO.
            05 WS-LOG-READ-COUNT    PIC 9(7) VALUE ZERO.

      *> The night's requests, held so the audit log is read once
      *> for all of them.  Each entry picks up the latest status move
      *> to LAPSED or CANCELLED found for its policy - the log is in
      *> time order, so a later move simply replaces an earlier one.
        01  WS-REQUEST-TABLE.
            05 WS-RQ-COUNT          PIC 9(4) VALUE ZERO.
            05 WS-RQ-ENTRY OCCURS 1000 TIMES.
              10 WS-RQ-POLICYNUM    PIC X(8).
              10 WS-RQ-USERID       PIC X(8).
              10 WS-RQ-OVERRIDE     PIC X(1).
              10 WS-RQ-SUPV-USERID  PIC X(8).
              10 WS-RQ-TERM-DATE    PIC 9(8).
              10 WS-RQ-TERM-STATUS  PIC X(1).
              10 WS-RQ-TERM-USERID  PIC X(8).
              10 WS-RQ-TERM-EFF     PIC 9(8).
              10 WS-RQ-TERM-EXP     PIC 9(8).
        01  WS-RQ-SUB               PIC 9(4).
        01  WS-MATCH-SUB            PIC 9(4).

        01  WS-REFUSE-REASON        PIC X(40).
        01  WS-AUDIT-USER           PIC X(8).
        01  WS-EDIT-BALANCE         PIC ZZZ,ZZZ,ZZ9.99.
        01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.

        PROCEDURE DIVISION.
        0000-MAIN-PARA.
            PERFORM 1000-INITIALIZE
            PERFORM 2000-SCAN-AUDIT-LOG UNTIL END-OF-AUDITLOG
            PERFORM 3000-OPEN-MASTERS
            PERFORM 4000-PROCESS-ONE-REQUEST
                VARYING WS-RQ-SUB FROM 1 BY 1
                UNTIL WS-RQ-SUB > WS-RQ-COUNT
            PERFORM 9000-TERMINATE
            STOP RUN.

        1000-INITIALIZE.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
            COMPUTE WS-TODAY-INT
                = FUNCTION INTEGER-OF-DATE (WS-TODAY)
            PERFORM 1100-READ-WINDOW-CARD
            PERFORM 1200-LOAD-REQUESTS
            OPEN OUTPUT REINRPT-FILE
            MOVE "REINSTATEMENT REGISTER" TO REINRPT-LINE
            WRITE REINRPT-LINE
            MOVE SPACES TO REINRPT-LINE
            STRING "RUN DATE: "         DELIMITED BY SIZE
                   WS-TODAY             DELIMITED BY SIZE
                   "  WINDOW (DAYS): "  DELIMITED BY SIZE
                   WS-WINDOW-DAYS       DELIMITED BY SIZE
                INTO REINRPT-LINE
            WRITE REINRPT-LINE
            MOVE SPACES TO REINRPT-LINE
            WRITE REINRPT-LINE
            MOVE "POLICYNUM  RESULT    TERM DATE  USERID    REASON"
                TO REINRPT-LINE
            WRITE REINRPT-LINE
      *> No audit log means no status move can be proven - every
      *> request then refuses on the missing lapse/cancel date.
            OPEN INPUT AUDIT-FILE
            IF AUDIT-OK
                SET AUDITLOG-READ-OPEN TO TRUE
                READ AUDIT-FILE
                    AT END MOVE "Y" TO WS-LOG-EOF-SW
                END-READ
            ELSE
                MOVE "Y" TO WS-LOG-EOF-SW
            END-IF.

        1100-READ-WINDOW-CARD.
            OPEN INPUT REINWIN-CARD-FILE
            IF REINWIN-OK
                READ REINWIN-CARD-FILE
                    AT END MOVE ZERO TO REINWIN-DAYS
                END-READ
                IF REINWIN-DAYS NOT = ZERO
                    MOVE REINWIN-DAYS TO WS-WINDOW-DAYS
                END-IF
                CLOSE REINWIN-CARD-FILE
            END-IF.

      *> No REINREQ file tonight simply means no requests.
        1200-LOAD-REQUESTS.
            OPEN INPUT REINREQ-FILE
            IF REINREQ-OK
                READ REINREQ-FILE
                    AT END MOVE "Y" TO WS-REQ-EOF-SW
                END-READ
                PERFORM 1210-STORE-REQUEST UNTIL END-OF-REINREQ
                CLOSE REINREQ-FILE
            END-IF.

        1210-STORE-REQUEST.
            IF WS-RQ-COUNT >= 1000
                DISPLAY "CBLNAM35: ABENDING - REQUEST TABLE OVERFLOW"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-RQ-COUNT
            MOVE REIN-POLICYNUM   TO WS-RQ-POLICYNUM (WS-RQ-COUNT)
            MOVE REIN-USERID      TO WS-RQ-USERID (WS-RQ-COUNT)
            MOVE REIN-OVERRIDE    TO WS-RQ-OVERRIDE (WS-RQ-COUNT)
            MOVE REIN-SUPV-USERID TO WS-RQ-SUPV-USERID (WS-RQ-COUNT)
            MOVE ZERO   TO WS-RQ-TERM-DATE (WS-RQ-COUNT)
                           WS-RQ-TERM-EFF (WS-RQ-COUNT)
                           WS-RQ-TERM-EXP (WS-RQ-COUNT)
            MOVE SPACES TO WS-RQ-TERM-STATUS (WS-RQ-COUNT)
                           WS-RQ-TERM-USERID (WS-RQ-COUNT)
            READ REINREQ-FILE
                AT END MOVE "Y" TO WS-REQ-EOF-SW
            END-READ.

      *> Only a status move INTO lapsed or cancelled is of interest -
      *> the before/after pair on a change record, the same reading
      *> CBLNAM32 gives the trail.
        2000-SCAN-AUDIT-LOG.
            ADD 1 TO WS-LOG-READ-COUNT
            IF AUDIT-ACTION-CHANGE
               AND AFTER-POL-STATUS NOT = BEFORE-POL-STATUS
               AND (AFTER-POL-STATUS = "L" OR AFTER-POL-STATUS = "C")
                PERFORM 2100-MATCH-REQUEST
            END-IF
            READ AUDIT-FILE
                AT END MOVE "Y" TO WS-LOG-EOF-SW
            END-READ.

        2100-MATCH-REQUEST.
            MOVE "N" TO WS-RQ-FOUND-SW
            PERFORM 2110-MATCH-ONE-ENTRY
                VARYING WS-MATCH-SUB FROM 1 BY 1
                UNTIL WS-MATCH-SUB > WS-RQ-COUNT
                   OR REQUEST-FOUND.

        2110-MATCH-ONE-ENTRY.
            IF WS-RQ-POLICYNUM (WS-MATCH-SUB) = AUDIT-POLICYNUM
                SET REQUEST-FOUND TO TRUE
                MOVE AUDIT-TIMESTAMP (1:8)
                    TO WS-RQ-TERM-DATE (WS-MATCH-SUB)
                MOVE AFTER-POL-STATUS
                    TO WS-RQ-TERM-STATUS (WS-MATCH-SUB)
                MOVE AUDIT-USERID
                    TO WS-RQ-TERM-USERID (WS-MATCH-SUB)
                MOVE BEFORE-POLICY-EFF-DATE
                    TO WS-RQ-TERM-EFF (WS-MATCH-SUB)
                MOVE BEFORE-POLICY-EXP-DATE
                    TO WS-RQ-TERM-EXP (WS-MATCH-SUB)
            END-IF.

        3000-OPEN-MASTERS.
            IF AUDITLOG-READ-OPEN
                CLOSE AUDIT-FILE
            END-IF
            OPEN I-O POLMAST-FILE
            IF NOT POLMAST-OK
                DISPLAY "CBLNAM35: ABENDING - UNABLE TO OPEN POLMAST,"
                        " STATUS=" WS-POLMAST-STATUS
                CLOSE REINRPT-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
      *> No receivable file means nothing has ever been billed - no
      *> policy can owe anything.
            OPEN INPUT RECVBL-FILE
            IF RECVBL-OK
                SET RECVBL-FILE-OPEN TO TRUE
            END-IF
            OPEN EXTEND AUDIT-FILE
            IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDIT-FILE
            END-IF.

        4000-PROCESS-ONE-REQUEST.
            ADD 1 TO WS-REQ-COUNT
            MOVE SPACES TO WS-REFUSE-REASON
            MOVE WS-RQ-POLICYNUM (WS-RQ-SUB)
                TO POLICYNUM OF POLMAST-RECORD
            READ POLMAST-FILE
                INVALID KEY
                    MOVE "POLICY NOT ON FILE" TO WS-REFUSE-REASON
                NOT INVALID KEY
                    PERFORM 4100-EDIT-REQUEST
            END-READ
            IF WS-REFUSE-REASON = SPACES
                PERFORM 4200-REINSTATE-POLICY
            ELSE
                ADD 1 TO WS-REFUSE-COUNT
                PERFORM 4400-WRITE-REFUSED-LINE
            END-IF.

        4100-EDIT-REQUEST.
            PERFORM 4150-GET-OPEN-BALANCE
            IF WS-RQ-TERM-DATE (WS-RQ-SUB) NOT = ZERO
                COMPUTE WS-TERM-INT = FUNCTION INTEGER-OF-DATE
                    (WS-RQ-TERM-DATE (WS-RQ-SUB))
                COMPUTE WS-DAYS-SINCE = WS-TODAY-INT - WS-TERM-INT
            END-IF
            EVALUATE TRUE
                WHEN NOT STATUS-LAPSED OF POLMAST-RECORD
                 AND NOT STATUS-CANCELLED OF POLMAST-RECORD
                    MOVE "POLICY NOT LAPSED OR CANCELLED"
                        TO WS-REFUSE-REASON
                WHEN WS-RQ-TERM-DATE (WS-RQ-SUB) = ZERO
                    MOVE "NO LAPSE/CANCEL ON AUDIT LOG"
                        TO WS-REFUSE-REASON
                WHEN WS-RQ-TERM-STATUS (WS-RQ-SUB)
                        NOT = POL-STATUS OF POLMAST-RECORD
                    MOVE "NO LAPSE/CANCEL ON AUDIT LOG"
                        TO WS-REFUSE-REASON
                WHEN STATUS-CANCELLED OF POLMAST-RECORD
                 AND WS-RQ-TERM-USERID (WS-RQ-SUB) NOT = "CBLNAM20"
                    MOVE "CANCELLATION NOT FOR NONPAYMENT"
                        TO WS-REFUSE-REASON
                WHEN WS-DAYS-SINCE > WS-WINDOW-DAYS
                    MOVE "OUTSIDE REINSTATEMENT WINDOW"
                        TO WS-REFUSE-REASON
                WHEN WS-RQ-OVERRIDE (WS-RQ-SUB) = "Y"
                 AND WS-RQ-SUPV-USERID (WS-RQ-SUB) = SPACES
                    MOVE "OVERRIDE KEYED WITHOUT SUPERVISOR ID"
                        TO WS-REFUSE-REASON
                WHEN WS-OPEN-BALANCE > ZERO
                 AND WS-RQ-OVERRIDE (WS-RQ-SUB) NOT = "Y"
                    MOVE "OPEN BALANCE - NO SUPERVISOR OVERRIDE"
                        TO WS-REFUSE-REASON
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

        4150-GET-OPEN-BALANCE.
            MOVE ZERO TO WS-OPEN-BALANCE
            IF RECVBL-FILE-OPEN
                MOVE WS-RQ-POLICYNUM (WS-RQ-SUB) TO RCV-POLICYNUM
                READ RECVBL-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE RCV-OPEN-BALANCE TO WS-OPEN-BALANCE
                END-READ
            END-IF.

      *> The term comes back exactly as it stood the moment before
      *> the lapse or cancel - the before-image of that status move.
      *> An override reinstatement is audited under the supervisor
      *> who authorised it.
        4200-REINSTATE-POLICY.
            PERFORM 8100-CAPTURE-BEFORE-IMAGE
            SET STATUS-ACTIVE OF POLMAST-RECORD TO TRUE
            MOVE WS-RQ-TERM-EFF (WS-RQ-SUB)
                TO POLICY-EFF-DATE OF POLMAST-RECORD
            MOVE WS-RQ-TERM-EXP (WS-RQ-SUB)
                TO POLICY-EXP-DATE OF POLMAST-RECORD
            REWRITE POLMAST-RECORD
            PERFORM 8200-CAPTURE-AFTER-IMAGE
            SET AUDIT-ACTION-CHANGE TO TRUE
            IF WS-OPEN-BALANCE > ZERO
                MOVE WS-RQ-SUPV-USERID (WS-RQ-SUB) TO WS-AUDIT-USER
                ADD 1 TO WS-OVERRIDE-COUNT
            ELSE
                MOVE WS-RQ-USERID (WS-RQ-SUB) TO WS-AUDIT-USER
            END-IF
            MOVE WS-AUDIT-USER TO AUDIT-USERID
            PERFORM 8300-WRITE-AUDIT-RECORD
            ADD 1 TO WS-APPROVE-COUNT
            PERFORM 4300-WRITE-APPROVED-LINE.

        4300-WRITE-APPROVED-LINE.
            MOVE SPACES TO WS-REFUSE-REASON
            IF WS-OPEN-BALANCE > ZERO
                MOVE WS-OPEN-BALANCE TO WS-EDIT-BALANCE
                STRING "OVERRIDE - OPEN BAL " DELIMITED BY SIZE
                       WS-EDIT-BALANCE         DELIMITED BY SIZE
                    INTO WS-REFUSE-REASON
            ELSE
                MOVE "RESTORED TO ACTIVE - ORIGINAL TERM"
                    TO WS-REFUSE-REASON
            END-IF
            MOVE SPACES TO REINRPT-LINE
            STRING WS-RQ-POLICYNUM (WS-RQ-SUB) DELIMITED BY SIZE
                   "   APPROVED  "             DELIMITED BY SIZE
                   WS-RQ-TERM-DATE (WS-RQ-SUB) DELIMITED BY SIZE
                   "   "                       DELIMITED BY SIZE
                   WS-AUDIT-USER               DELIMITED BY SIZE
                   "  "                        DELIMITED BY SIZE
                   WS-REFUSE-REASON            DELIMITED BY SIZE
                INTO REINRPT-LINE
            WRITE REINRPT-LINE.

        4400-WRITE-REFUSED-LINE.
            MOVE SPACES TO REINRPT-LINE
            STRING WS-RQ-POLICYNUM (WS-RQ-SUB) DELIMITED BY SIZE
                   "   REFUSED   "             DELIMITED BY SIZE
                   WS-RQ-TERM-DATE (WS-RQ-SUB) DELIMITED BY SIZE
                   "   "                       DELIMITED BY SIZE
                   WS-RQ-USERID (WS-RQ-SUB)    DELIMITED BY SIZE
                   "  "                        DELIMITED BY SIZE
                   WS-REFUSE-REASON            DELIMITED BY SIZE
                INTO REINRPT-LINE
            WRITE REINRPT-LINE.

        8100-CAPTURE-BEFORE-IMAGE.
            MOVE POLICYNUM OF POLMAST-RECORD  TO BEFORE-POLICYNUM
            MOVE POLICYTYPE OF POLMAST-RECORD TO BEFORE-POLICYTYPE
            MOVE FIRSTNAME OF POLMAST-RECORD  TO BEFORE-FIRSTNAME
            MOVE LASTNAME OF POLMAST-RECORD   TO BEFORE-LASTNAME
            MOVE STREETNUM OF POLMAST-RECORD  TO BEFORE-STREETNUM
            MOVE STREETNAME OF POLMAST-RECORD TO BEFORE-STREETNAME
            MOVE CITY OF POLMAST-RECORD       TO BEFORE-CITY
            MOVE PCODE OF POLMAST-RECORD      TO BEFORE-PCODE
            MOVE AGE OF POLMAST-RECORD        TO BEFORE-AGE
            MOVE POL-STATUS OF POLMAST-RECORD TO BEFORE-POL-STATUS
            MOVE POLICY-EFF-DATE OF POLMAST-RECORD
                TO BEFORE-POLICY-EFF-DATE
            MOVE POLICY-EXP-DATE OF POLMAST-RECORD
                TO BEFORE-POLICY-EXP-DATE
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
            MOVE POLICYTYPE OF POLMAST-RECORD TO AFTER-POLICYTYPE
            MOVE FIRSTNAME OF POLMAST-RECORD  TO AFTER-FIRSTNAME
            MOVE LASTNAME OF POLMAST-RECORD   TO AFTER-LASTNAME
            MOVE STREETNUM OF POLMAST-RECORD  TO AFTER-STREETNUM
            MOVE STREETNAME OF POLMAST-RECORD TO AFTER-STREETNAME
            MOVE CITY OF POLMAST-RECORD       TO AFTER-CITY
            MOVE PCODE OF POLMAST-RECORD      TO AFTER-PCODE
            MOVE AGE OF POLMAST-RECORD        TO AFTER-AGE
            MOVE POL-STATUS OF POLMAST-RECORD TO AFTER-POL-STATUS
            MOVE POLICY-EFF-DATE OF POLMAST-RECORD
                TO AFTER-POLICY-EFF-DATE
            MOVE POLICY-EXP-DATE OF POLMAST-RECORD
                TO AFTER-POLICY-EXP-DATE
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
            MOVE FUNCTION CURRENT-DATE (1:14) TO AUDIT-TIMESTAMP
            WRITE AUDIT-RECORD.

        9000-TERMINATE.
            MOVE SPACES TO REINRPT-LINE
            WRITE REINRPT-LINE
            MOVE WS-REQ-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO REINRPT-LINE
            STRING "REQUESTS READ:           " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO REINRPT-LINE
            WRITE REINRPT-LINE
            MOVE WS-APPROVE-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO REINRPT-LINE
            STRING "REINSTATED:              " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO REINRPT-LINE
            WRITE REINRPT-LINE
            MOVE WS-OVERRIDE-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO REINRPT-LINE
            STRING "  OF WHICH BY OVERRIDE:  " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO REINRPT-LINE
            WRITE REINRPT-LINE
            MOVE WS-REFUSE-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO REINRPT-LINE
            STRING "REFUSED:                 " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO REINRPT-LINE
            WRITE REINRPT-LINE
            CLOSE POLMAST-FILE
            IF RECVBL-FILE-OPEN
                CLOSE RECVBL-FILE
            END-IF
            CLOSE AUDIT-FILE
            CLOSE REINRPT-FILE
            DISPLAY "CBLNAM35: REQUESTS=" WS-REQ-COUNT
                    " REINSTATED=" WS-APPROVE-COUNT
                    " OVERRIDES=" WS-OVERRIDE-COUNT
                    " REFUSED=" WS-REFUSE-COUNT.
