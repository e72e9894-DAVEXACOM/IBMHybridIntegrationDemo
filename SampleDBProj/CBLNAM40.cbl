      *> CBLNAM40 - claims eligibility verification.  Answers each
      *> ELIGREQ request (POLICYNUM, an optional dependent by sequence
      *> or name, and a date of service) with a covered / not covered
      *> ELIGRESP response and a reason code, worked out as the policy
      *> stood on the date of service rather than as it stands today:
      *>   - the policy is rebuilt from the audit trail - the after
      *>     image of the last AUDITLOG change made on or before the
      *>     date of service, or failing that the before image of the
      *>     first change made after it.  Records already cut to a
      *>     CBLNAM26 archive generation are read from an allocated
      *>     AUDARCH, the CBLNAM11 arrangement.  A policy no change
      *>     has touched is taken off the master as it is;
      *>   - lapsed or cancelled as of that date is not covered, as
      *>     is a date outside the term then in force, and a policy
      *>     deleted on or before the date counts as cancelled;
      *>   - a dependent is rebuilt the same way from DEPAUDIT (which
      *>     is never archived) and DEPMAST.  A dependent asked for by
      *>     name is found on DEPMAST first, then in the DEPAUDIT
      *>     images for one since removed.
      *> Every answer is also listed on the ELIGRPT control report for
      *> the claims liaison, with totals by reason.  A change made on
      *> the date of service itself counts as in effect that day.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CBLNAM40.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ELIGREQ-FILE ASSIGN TO "ELIGREQ"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ELIGREQ-STATUS.

            SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

            SELECT AUDARCH-FILE ASSIGN TO "AUDARCH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDARCH-STATUS.

            SELECT DEPAUDIT-FILE ASSIGN TO "DEPAUDIT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DEPAUDIT-STATUS.

            SELECT POLMAST-FILE ASSIGN TO "POLMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS POLICYNUM OF POLMAST-RECORD
                FILE STATUS IS WS-POLMAST-STATUS.

            SELECT DEPMAST-FILE ASSIGN TO "DEPMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEP-KEY
                FILE STATUS IS WS-DEPMAST-STATUS.

            SELECT ELIGRESP-FILE ASSIGN TO "ELIGRESP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ELIGRESP-STATUS.

            SELECT ELIGRPT-FILE ASSIGN TO "ELIGRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ELIGRPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  ELIGREQ-FILE.
            COPY eligreq.

        FD  AUDIT-FILE.
            COPY audit.

      *> Archive records arrive as raw images and are mapped through
      *> the audit record area, the CBLNAM11 arrangement.
        FD  AUDARCH-FILE.
        01  AUDARCH-IMAGE           PIC X(323).

        FD  DEPAUDIT-FILE.
            COPY depaud.

        FD  POLMAST-FILE.
            COPY member REPLACING ==MEMBER== BY ==POLMAST-RECORD==.

        FD  DEPMAST-FILE.
            COPY depend.

        FD  ELIGRESP-FILE.
            COPY eligresp.

        FD  ELIGRPT-FILE.
        01  ELIGRPT-LINE            PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-ELIGREQ-STATUS       PIC X(2).
            88 ELIGREQ-OK           VALUE "00".
        01  WS-AUDIT-STATUS         PIC X(2).
            88 AUDIT-OK             VALUE "00".
        01  WS-AUDARCH-STATUS       PIC X(2).
            88 AUDARCH-OK           VALUE "00".
        01  WS-DEPAUDIT-STATUS      PIC X(2).
            88 DEPAUDIT-OK          VALUE "00".
        01  WS-POLMAST-STATUS       PIC X(2).
            88 POLMAST-OK           VALUE "00".
        01  WS-DEPMAST-STATUS       PIC X(2).
            88 DEPMAST-OK           VALUE "00".
        01  WS-ELIGRESP-STATUS      PIC X(2).
        01  WS-ELIGRPT-STATUS       PIC X(2).

        01  WS-SWITCHES.
            05 WS-REQ-EOF-SW        PIC X(1) VALUE "N".
              88 END-OF-ELIGREQ     VALUE "Y".
            05 WS-LOG-EOF-SW        PIC X(1) VALUE "N".
              88 END-OF-AUDITLOG    VALUE "Y".
            05 WS-ARCH-EOF-SW       PIC X(1) VALUE "N".
              88 END-OF-AUDARCH     VALUE "Y".
            05 WS-DAUD-EOF-SW       PIC X(1) VALUE "N".
              88 END-OF-DEPAUDIT    VALUE "Y".
            05 WS-DEP-EOF-SW        PIC X(1) VALUE "N".
              88 END-OF-DEPS        VALUE "Y".
            05 WS-POLMAST-OPEN-SW   PIC X(1) VALUE "N".
              88 POLMAST-FILE-OPEN  VALUE "Y".
            05 WS-DEPMAST-OPEN-SW   PIC X(1) VALUE "N".
              88 DEPMAST-FILE-OPEN  VALUE "Y".
            05 WS-UNRESOLVED-SW     PIC X(1) VALUE "N".
              88 NAMES-UNRESOLVED   VALUE "Y".

        01  WS-TODAY                PIC 9(8).
        01  WS-CHANGE-DATE          PIC 9(8).

      *> The parts of a policy that decide eligibility, as one image
      *> so a history slot can be saved and restored in one move.
        01  WS-AS-OF-IMAGE.
            05 AOI-POL-STATUS       PIC X(1).
            05 AOI-EFF-DATE         PIC 9(8).
            05 AOI-EXP-DATE         PIC 9(8).
            05 AOI-POLICYTYPE       PIC X(4).
            05 AOI-FIRSTNAME        PIC X(16).
            05 AOI-LASTNAME         PIC X(16).

      *> The night's requests, held in core so one pass of each
      *> history file serves them all.  Per request: the nearest
      *> policy change on or before the date of service (LE) and the
      *> nearest after it (GT), and the same for the dependent asked
      *> for.  Overflow abends rather than answer part of the file.
        01  WS-REQ-TABLE.
            05 WS-REQ-COUNT         PIC 9(4) VALUE ZERO.
            05 WS-REQ-ENTRY OCCURS 1000 TIMES
                    INDEXED BY RQ-IDX.
              10 RQ-CLAIM-REF       PIC X(12).
              10 RQ-POLICYNUM       PIC X(8).
              10 RQ-DEP-SEQ         PIC 9(2).
              10 RQ-DEP-FIRSTNAME   PIC X(16).
              10 RQ-DEP-LASTNAME    PIC X(16).
              10 RQ-SERVICE-DATE    PIC 9(8).
              10 RQ-VALID-SW        PIC X(1).
                88 RQ-VALID           VALUE "Y".
              10 RQ-DEP-WANTED-SW   PIC X(1).
                88 RQ-DEP-WANTED      VALUE "Y".
              10 RQ-DEP-RESOLVED-SW PIC X(1).
                88 RQ-DEP-RESOLVED    VALUE "Y".
              10 RQ-LE-FOUND-SW     PIC X(1).
                88 RQ-LE-FOUND        VALUE "Y".
              10 RQ-LE-TIMESTAMP    PIC 9(14).
              10 RQ-LE-DELETED-SW   PIC X(1).
                88 RQ-LE-DELETED      VALUE "Y".
              10 RQ-LE-IMAGE        PIC X(53).
              10 RQ-GT-FOUND-SW     PIC X(1).
                88 RQ-GT-FOUND        VALUE "Y".
              10 RQ-GT-TIMESTAMP    PIC 9(14).
              10 RQ-GT-IMAGE        PIC X(53).
              10 RQ-DLE-FOUND-SW    PIC X(1).
                88 RQ-DLE-FOUND       VALUE "Y".
              10 RQ-DLE-TIMESTAMP   PIC 9(14).
              10 RQ-DLE-ACTION      PIC X(1).
              10 RQ-DLE-FIRSTNAME   PIC X(16).
              10 RQ-DLE-LASTNAME    PIC X(16).
              10 RQ-DGT-FOUND-SW    PIC X(1).
                88 RQ-DGT-FOUND       VALUE "Y".
              10 RQ-DGT-TIMESTAMP   PIC 9(14).
              10 RQ-DGT-ACTION      PIC X(1).
              10 RQ-DGT-FIRSTNAME   PIC X(16).
              10 RQ-DGT-LASTNAME    PIC X(16).

      *> The answer being built for the request in hand.
        01  WS-REASON               PIC X(4).
        01  WS-AS-OF-SOURCE         PIC X(1).
        01  WS-ANSWER-FIRSTNAME     PIC X(16).
        01  WS-ANSWER-LASTNAME      PIC X(16).

        01  WS-COUNTERS.
            05 WS-REQ-READ-COUNT    PIC 9(7) VALUE ZERO.
            05 WS-HIST-READ-COUNT   PIC 9(7) VALUE ZERO.
            05 WS-COVERED-COUNT     PIC 9(7) VALUE ZERO.
            05 WS-NOTF-COUNT        PIC 9(7) VALUE ZERO.
            05 WS-LAPS-COUNT        PIC 9(7) VALUE ZERO.
            05 WS-CANC-COUNT        PIC 9(7) VALUE ZERO.
            05 WS-TERM-COUNT        PIC 9(7) VALUE ZERO.
            05 WS-DEPN-COUNT        PIC 9(7) VALUE ZERO.
            05 WS-INVD-COUNT        PIC 9(7) VALUE ZERO.

        01  WS-LINE-LABEL           PIC X(30).
        01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.

        PROCEDURE DIVISION.
        0000-MAIN-PARA.
            PERFORM 1000-INITIALIZE
            PERFORM 2000-SCAN-POLICY-HISTORY
            PERFORM 3000-RESOLVE-DEPENDENTS
            PERFORM 4000-ANSWER-ONE-REQUEST
                VARYING RQ-IDX FROM 1 BY 1
                UNTIL RQ-IDX > WS-REQ-COUNT
            PERFORM 9000-TERMINATE
            STOP RUN.

        1000-INITIALIZE.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
            OPEN OUTPUT ELIGRESP-FILE
            OPEN OUTPUT ELIGRPT-FILE
            MOVE "CLAIMS ELIGIBILITY CONTROL REPORT" TO ELIGRPT-LINE
            WRITE ELIGRPT-LINE
            MOVE SPACES TO ELIGRPT-LINE
            STRING "RUN DATE: " DELIMITED BY SIZE
                   WS-TODAY     DELIMITED BY SIZE
                INTO ELIGRPT-LINE
            WRITE ELIGRPT-LINE
            MOVE SPACES TO ELIGRPT-LINE
            WRITE ELIGRPT-LINE
            MOVE SPACES TO ELIGRPT-LINE
            STRING "CLAIM REF     POLICYNUM DS SERVICE  ANS RSN  "
                                         DELIMITED BY SIZE
                   "SRC TYPE ST NAME"    DELIMITED BY SIZE
                INTO ELIGRPT-LINE
            WRITE ELIGRPT-LINE
            OPEN INPUT ELIGREQ-FILE
            IF ELIGREQ-OK
                READ ELIGREQ-FILE
                    AT END MOVE "Y" TO WS-REQ-EOF-SW
                END-READ
                PERFORM 1100-STORE-ONE-REQUEST UNTIL END-OF-ELIGREQ
                CLOSE ELIGREQ-FILE
            ELSE
                MOVE "NO ELIGIBILITY REQUEST FILE - NOTHING TO ANSWER"
                    TO ELIGRPT-LINE
                WRITE ELIGRPT-LINE
            END-IF
      *> No master or no dependent file is answered from the audit
      *> trail alone - a policy with no history is then not on file.
            OPEN INPUT POLMAST-FILE
            IF POLMAST-OK
                SET POLMAST-FILE-OPEN TO TRUE
            END-IF
            OPEN INPUT DEPMAST-FILE
            IF DEPMAST-OK
                SET DEPMAST-FILE-OPEN TO TRUE
            END-IF.

        1100-STORE-ONE-REQUEST.
            ADD 1 TO WS-REQ-READ-COUNT
            IF WS-REQ-COUNT >= 1000
                DISPLAY "CBLNAM40: ABENDING - REQUEST TABLE OVERFLOW"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-REQ-COUNT
            SET RQ-IDX TO WS-REQ-COUNT
            MOVE ELQ-CLAIM-REF     TO RQ-CLAIM-REF (RQ-IDX)
            MOVE ELQ-POLICYNUM     TO RQ-POLICYNUM (RQ-IDX)
            MOVE ELQ-DEP-FIRSTNAME TO RQ-DEP-FIRSTNAME (RQ-IDX)
            MOVE ELQ-DEP-LASTNAME  TO RQ-DEP-LASTNAME (RQ-IDX)
            MOVE "N" TO RQ-VALID-SW (RQ-IDX)
                        RQ-DEP-WANTED-SW (RQ-IDX)
                        RQ-DEP-RESOLVED-SW (RQ-IDX)
                        RQ-LE-FOUND-SW (RQ-IDX)
                        RQ-LE-DELETED-SW (RQ-IDX)
                        RQ-GT-FOUND-SW (RQ-IDX)
                        RQ-DLE-FOUND-SW (RQ-IDX)
                        RQ-DGT-FOUND-SW (RQ-IDX)
            MOVE ZERO TO RQ-DEP-SEQ (RQ-IDX)
                         RQ-SERVICE-DATE (RQ-IDX)
            IF ELQ-SERVICE-DATE NUMERIC
               AND ELQ-SERVICE-DATE NOT = ZERO
               AND ELQ-POLICYNUM NOT = SPACES
                MOVE ELQ-SERVICE-DATE TO RQ-SERVICE-DATE (RQ-IDX)
                SET RQ-VALID (RQ-IDX) TO TRUE
            END-IF
            EVALUATE TRUE
                WHEN ELQ-DEP-SEQ NUMERIC AND ELQ-DEP-SEQ NOT = ZERO
                    MOVE ELQ-DEP-SEQ TO RQ-DEP-SEQ (RQ-IDX)
                    SET RQ-DEP-WANTED (RQ-IDX) TO TRUE
                    SET RQ-DEP-RESOLVED (RQ-IDX) TO TRUE
                WHEN ELQ-DEP-FIRSTNAME NOT = SPACES
                    SET RQ-DEP-WANTED (RQ-IDX) TO TRUE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            READ ELIGREQ-FILE
                AT END MOVE "Y" TO WS-REQ-EOF-SW
            END-READ.

      *> Archive generation first, then the live log, so for two
      *> changes stamped alike the later one in file order wins.
        2000-SCAN-POLICY-HISTORY.
            OPEN INPUT AUDARCH-FILE
            IF AUDARCH-OK
                READ AUDARCH-FILE
                    AT END MOVE "Y" TO WS-ARCH-EOF-SW
                END-READ
                PERFORM 2010-TRACK-ARCHIVE-RECORD UNTIL END-OF-AUDARCH
                CLOSE AUDARCH-FILE
            END-IF
            OPEN INPUT AUDIT-FILE
            IF AUDIT-OK
                READ AUDIT-FILE
                    AT END MOVE "Y" TO WS-LOG-EOF-SW
                END-READ
                PERFORM 2020-TRACK-LIVE-RECORD UNTIL END-OF-AUDITLOG
                CLOSE AUDIT-FILE
            END-IF.

        2010-TRACK-ARCHIVE-RECORD.
            MOVE AUDARCH-IMAGE TO AUDIT-RECORD
            PERFORM 2100-TRACK-POLICY-CHANGE
            READ AUDARCH-FILE
                AT END MOVE "Y" TO WS-ARCH-EOF-SW
            END-READ.

        2020-TRACK-LIVE-RECORD.
            PERFORM 2100-TRACK-POLICY-CHANGE
            READ AUDIT-FILE
                AT END MOVE "Y" TO WS-LOG-EOF-SW
            END-READ.

        2100-TRACK-POLICY-CHANGE.
            ADD 1 TO WS-HIST-READ-COUNT
            MOVE AUDIT-TIMESTAMP (1:8) TO WS-CHANGE-DATE
            PERFORM 2110-TRACK-FOR-ONE-REQUEST
                VARYING RQ-IDX FROM 1 BY 1
                UNTIL RQ-IDX > WS-REQ-COUNT.

      *> On or before the date of service the change's result is what
      *> stood (a delete leaves what was deleted, flagged); after it,
      *> what the change replaced is what stood - except an add, whose
      *> first image is the earliest the policy is known at all.
        2110-TRACK-FOR-ONE-REQUEST.
            IF RQ-VALID (RQ-IDX)
               AND RQ-POLICYNUM (RQ-IDX) = AUDIT-POLICYNUM
                IF WS-CHANGE-DATE <= RQ-SERVICE-DATE (RQ-IDX)
                    IF NOT RQ-LE-FOUND (RQ-IDX)
                       OR AUDIT-TIMESTAMP >= RQ-LE-TIMESTAMP (RQ-IDX)
                        SET RQ-LE-FOUND (RQ-IDX) TO TRUE
                        MOVE AUDIT-TIMESTAMP TO RQ-LE-TIMESTAMP (RQ-IDX)
                        IF AUDIT-ACTION-DELETE
                            SET RQ-LE-DELETED (RQ-IDX) TO TRUE
                            PERFORM 2120-IMAGE-FROM-BEFORE
                        ELSE
                            MOVE "N" TO RQ-LE-DELETED-SW (RQ-IDX)
                            PERFORM 2130-IMAGE-FROM-AFTER
                        END-IF
                        MOVE WS-AS-OF-IMAGE TO RQ-LE-IMAGE (RQ-IDX)
                    END-IF
                ELSE
                    IF NOT RQ-GT-FOUND (RQ-IDX)
                       OR AUDIT-TIMESTAMP < RQ-GT-TIMESTAMP (RQ-IDX)
                        SET RQ-GT-FOUND (RQ-IDX) TO TRUE
                        MOVE AUDIT-TIMESTAMP TO RQ-GT-TIMESTAMP (RQ-IDX)
                        IF AUDIT-ACTION-ADD
                            PERFORM 2130-IMAGE-FROM-AFTER
                        ELSE
                            PERFORM 2120-IMAGE-FROM-BEFORE
                        END-IF
                        MOVE WS-AS-OF-IMAGE TO RQ-GT-IMAGE (RQ-IDX)
                    END-IF
                END-IF
            END-IF.

        2120-IMAGE-FROM-BEFORE.
            MOVE BEFORE-POL-STATUS      TO AOI-POL-STATUS
            MOVE BEFORE-POLICY-EFF-DATE TO AOI-EFF-DATE
            MOVE BEFORE-POLICY-EXP-DATE TO AOI-EXP-DATE
            MOVE BEFORE-POLICYTYPE      TO AOI-POLICYTYPE
            MOVE BEFORE-FIRSTNAME       TO AOI-FIRSTNAME
            MOVE BEFORE-LASTNAME        TO AOI-LASTNAME.

        2130-IMAGE-FROM-AFTER.
            MOVE AFTER-POL-STATUS       TO AOI-POL-STATUS
            MOVE AFTER-POLICY-EFF-DATE  TO AOI-EFF-DATE
            MOVE AFTER-POLICY-EXP-DATE  TO AOI-EXP-DATE
            MOVE AFTER-POLICYTYPE       TO AOI-POLICYTYPE
            MOVE AFTER-FIRSTNAME        TO AOI-FIRSTNAME
            MOVE AFTER-LASTNAME         TO AOI-LASTNAME.

      *> Names are matched to a sequence number first on DEPMAST, then
      *> - for a dependent since removed - in the DEPAUDIT images; the
      *> dependent's history is then gathered by sequence number.
        3000-RESOLVE-DEPENDENTS.
            IF DEPMAST-FILE-OPEN
                PERFORM 3100-FIND-NAME-ON-DEPMAST
                    VARYING RQ-IDX FROM 1 BY 1
                    UNTIL RQ-IDX > WS-REQ-COUNT
            END-IF
            MOVE "N" TO WS-UNRESOLVED-SW
            PERFORM 3200-CHECK-UNRESOLVED
                VARYING RQ-IDX FROM 1 BY 1
                UNTIL RQ-IDX > WS-REQ-COUNT
            IF NAMES-UNRESOLVED
                OPEN INPUT DEPAUDIT-FILE
                IF DEPAUDIT-OK
                    MOVE "N" TO WS-DAUD-EOF-SW
                    READ DEPAUDIT-FILE
                        AT END MOVE "Y" TO WS-DAUD-EOF-SW
                    END-READ
                    PERFORM 3300-MATCH-NAME-IN-HISTORY
                        UNTIL END-OF-DEPAUDIT
                    CLOSE DEPAUDIT-FILE
                END-IF
            END-IF
            OPEN INPUT DEPAUDIT-FILE
            IF DEPAUDIT-OK
                MOVE "N" TO WS-DAUD-EOF-SW
                READ DEPAUDIT-FILE
                    AT END MOVE "Y" TO WS-DAUD-EOF-SW
                END-READ
                PERFORM 3500-TRACK-DEPENDENT-CHANGE
                    UNTIL END-OF-DEPAUDIT
                CLOSE DEPAUDIT-FILE
            END-IF.

        3100-FIND-NAME-ON-DEPMAST.
            IF RQ-VALID (RQ-IDX)
               AND RQ-DEP-WANTED (RQ-IDX)
               AND NOT RQ-DEP-RESOLVED (RQ-IDX)
                MOVE RQ-POLICYNUM (RQ-IDX) TO DEP-POLICYNUM
                MOVE ZERO TO DEP-SEQ
                MOVE "N" TO WS-DEP-EOF-SW
                START DEPMAST-FILE KEY IS NOT LESS THAN DEP-KEY
                    INVALID KEY MOVE "Y" TO WS-DEP-EOF-SW
                END-START
                PERFORM 3110-MATCH-NEXT-DEPENDENT
                    UNTIL END-OF-DEPS
                       OR RQ-DEP-RESOLVED (RQ-IDX)
            END-IF.

        3110-MATCH-NEXT-DEPENDENT.
            READ DEPMAST-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-DEP-EOF-SW
            END-READ
            IF NOT END-OF-DEPS
                IF DEP-POLICYNUM NOT = RQ-POLICYNUM (RQ-IDX)
                    MOVE "Y" TO WS-DEP-EOF-SW
                ELSE
                    IF DEP-FIRSTNAME = RQ-DEP-FIRSTNAME (RQ-IDX)
                       AND (RQ-DEP-LASTNAME (RQ-IDX) = SPACES
                         OR DEP-LASTNAME = RQ-DEP-LASTNAME (RQ-IDX))
                        MOVE DEP-SEQ TO RQ-DEP-SEQ (RQ-IDX)
                        SET RQ-DEP-RESOLVED (RQ-IDX) TO TRUE
                    END-IF
                END-IF
            END-IF.

        3200-CHECK-UNRESOLVED.
            IF RQ-VALID (RQ-IDX)
               AND RQ-DEP-WANTED (RQ-IDX)
               AND NOT RQ-DEP-RESOLVED (RQ-IDX)
                SET NAMES-UNRESOLVED TO TRUE
            END-IF.

        3300-MATCH-NAME-IN-HISTORY.
            PERFORM 3310-MATCH-NAME-FOR-REQUEST
                VARYING RQ-IDX FROM 1 BY 1
                UNTIL RQ-IDX > WS-REQ-COUNT
            READ DEPAUDIT-FILE
                AT END MOVE "Y" TO WS-DAUD-EOF-SW
            END-READ.

        3310-MATCH-NAME-FOR-REQUEST.
            IF RQ-VALID (RQ-IDX)
               AND RQ-DEP-WANTED (RQ-IDX)
               AND NOT RQ-DEP-RESOLVED (RQ-IDX)
               AND RQ-POLICYNUM (RQ-IDX) = AUDDEP-POLICYNUM
                IF (DEPBEF-FIRSTNAME = RQ-DEP-FIRSTNAME (RQ-IDX)
                    AND (RQ-DEP-LASTNAME (RQ-IDX) = SPACES
                      OR DEPBEF-LASTNAME = RQ-DEP-LASTNAME (RQ-IDX)))
                OR (DEPAFT-FIRSTNAME = RQ-DEP-FIRSTNAME (RQ-IDX)
                    AND (RQ-DEP-LASTNAME (RQ-IDX) = SPACES
                      OR DEPAFT-LASTNAME = RQ-DEP-LASTNAME (RQ-IDX)))
                    MOVE AUDDEP-SEQ TO RQ-DEP-SEQ (RQ-IDX)
                    SET RQ-DEP-RESOLVED (RQ-IDX) TO TRUE
                END-IF
            END-IF.

        3500-TRACK-DEPENDENT-CHANGE.
            ADD 1 TO WS-HIST-READ-COUNT
            MOVE AUDDEP-TIMESTAMP (1:8) TO WS-CHANGE-DATE
            PERFORM 3510-TRACK-DEP-FOR-REQUEST
                VARYING RQ-IDX FROM 1 BY 1
                UNTIL RQ-IDX > WS-REQ-COUNT
            READ DEPAUDIT-FILE
                AT END MOVE "Y" TO WS-DAUD-EOF-SW
            END-READ.

        3510-TRACK-DEP-FOR-REQUEST.
            IF RQ-VALID (RQ-IDX)
               AND RQ-DEP-RESOLVED (RQ-IDX)
               AND RQ-POLICYNUM (RQ-IDX) = AUDDEP-POLICYNUM
               AND RQ-DEP-SEQ (RQ-IDX) = AUDDEP-SEQ
                IF WS-CHANGE-DATE <= RQ-SERVICE-DATE (RQ-IDX)
                    IF NOT RQ-DLE-FOUND (RQ-IDX)
                       OR AUDDEP-TIMESTAMP >= RQ-DLE-TIMESTAMP (RQ-IDX)
                        SET RQ-DLE-FOUND (RQ-IDX) TO TRUE
                        MOVE AUDDEP-TIMESTAMP
                            TO RQ-DLE-TIMESTAMP (RQ-IDX)
                        MOVE AUDDEP-ACTION TO RQ-DLE-ACTION (RQ-IDX)
                        MOVE DEPAFT-FIRSTNAME
                            TO RQ-DLE-FIRSTNAME (RQ-IDX)
                        MOVE DEPAFT-LASTNAME
                            TO RQ-DLE-LASTNAME (RQ-IDX)
                    END-IF
                ELSE
                    IF NOT RQ-DGT-FOUND (RQ-IDX)
                       OR AUDDEP-TIMESTAMP < RQ-DGT-TIMESTAMP (RQ-IDX)
                        SET RQ-DGT-FOUND (RQ-IDX) TO TRUE
                        MOVE AUDDEP-TIMESTAMP
                            TO RQ-DGT-TIMESTAMP (RQ-IDX)
                        MOVE AUDDEP-ACTION TO RQ-DGT-ACTION (RQ-IDX)
                        MOVE DEPBEF-FIRSTNAME
                            TO RQ-DGT-FIRSTNAME (RQ-IDX)
                        MOVE DEPBEF-LASTNAME
                            TO RQ-DGT-LASTNAME (RQ-IDX)
                    END-IF
                END-IF
            END-IF.

        4000-ANSWER-ONE-REQUEST.
            MOVE SPACES TO WS-REASON
                           WS-AS-OF-SOURCE
            MOVE SPACES TO WS-AS-OF-IMAGE
            MOVE ZERO TO AOI-EFF-DATE
                         AOI-EXP-DATE
            IF RQ-VALID (RQ-IDX)
                PERFORM 4100-POLICY-AS-OF-DATE
            ELSE
                MOVE "INVD" TO WS-REASON
            END-IF
            MOVE AOI-FIRSTNAME TO WS-ANSWER-FIRSTNAME
            MOVE AOI-LASTNAME  TO WS-ANSWER-LASTNAME
            IF WS-REASON = SPACES
                PERFORM 4200-CHECK-POLICY-COVERAGE
            END-IF
            IF WS-REASON = SPACES
               AND RQ-DEP-WANTED (RQ-IDX)
                PERFORM 4300-CHECK-DEPENDENT-COVERAGE
            END-IF
            PERFORM 4500-WRITE-RESPONSE
            PERFORM 4600-WRITE-REPORT-LINE.

        4100-POLICY-AS-OF-DATE.
            EVALUATE TRUE
                WHEN RQ-LE-FOUND (RQ-IDX)
                    MOVE RQ-LE-IMAGE (RQ-IDX) TO WS-AS-OF-IMAGE
                    MOVE "H" TO WS-AS-OF-SOURCE
                    IF RQ-LE-DELETED (RQ-IDX)
                        IF AOI-POL-STATUS = "L"
                            MOVE "LAPS" TO WS-REASON
                        ELSE
                            MOVE "CANC" TO WS-REASON
                        END-IF
                    END-IF
                WHEN RQ-GT-FOUND (RQ-IDX)
                    MOVE RQ-GT-IMAGE (RQ-IDX) TO WS-AS-OF-IMAGE
                    MOVE "H" TO WS-AS-OF-SOURCE
                WHEN OTHER
                    PERFORM 4110-POLICY-FROM-MASTER
            END-EVALUATE.

        4110-POLICY-FROM-MASTER.
            MOVE "NOTF" TO WS-REASON
            IF POLMAST-FILE-OPEN
                MOVE RQ-POLICYNUM (RQ-IDX)
                    TO POLICYNUM OF POLMAST-RECORD
                READ POLMAST-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE SPACES TO WS-REASON
                        MOVE "M" TO WS-AS-OF-SOURCE
                        MOVE POL-STATUS OF POLMAST-RECORD
                            TO AOI-POL-STATUS
                        MOVE POLICY-EFF-DATE OF POLMAST-RECORD
                            TO AOI-EFF-DATE
                        MOVE POLICY-EXP-DATE OF POLMAST-RECORD
                            TO AOI-EXP-DATE
                        MOVE POLICYTYPE OF POLMAST-RECORD
                            TO AOI-POLICYTYPE
                        MOVE FIRSTNAME OF POLMAST-RECORD
                            TO AOI-FIRSTNAME
                        MOVE LASTNAME OF POLMAST-RECORD
                            TO AOI-LASTNAME
                END-READ
            END-IF.

      *> RENEWAL-DUE is still in force until CBLNAM10 lapses it; the
      *> term check then decides.
        4200-CHECK-POLICY-COVERAGE.
            EVALUATE TRUE
                WHEN AOI-POL-STATUS = "L"
                    MOVE "LAPS" TO WS-REASON
                WHEN AOI-POL-STATUS = "C"
                    MOVE "CANC" TO WS-REASON
                WHEN RQ-SERVICE-DATE (RQ-IDX) < AOI-EFF-DATE
                  OR RQ-SERVICE-DATE (RQ-IDX) > AOI-EXP-DATE
                    MOVE "TERM" TO WS-REASON
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      *> A dependent added after the date of service was not yet
      *> covered; one deleted on or before it no longer was.
        4300-CHECK-DEPENDENT-COVERAGE.
            EVALUATE TRUE
                WHEN NOT RQ-DEP-RESOLVED (RQ-IDX)
                    MOVE "DEPN" TO WS-REASON
                    MOVE RQ-DEP-FIRSTNAME (RQ-IDX)
                        TO WS-ANSWER-FIRSTNAME
                    MOVE RQ-DEP-LASTNAME (RQ-IDX)
                        TO WS-ANSWER-LASTNAME
                WHEN RQ-DLE-FOUND (RQ-IDX)
                    MOVE RQ-DLE-FIRSTNAME (RQ-IDX)
                        TO WS-ANSWER-FIRSTNAME
                    MOVE RQ-DLE-LASTNAME (RQ-IDX)
                        TO WS-ANSWER-LASTNAME
                    IF RQ-DLE-ACTION (RQ-IDX) = "D" OR "P"
                        MOVE "DEPN" TO WS-REASON
                    END-IF
                WHEN RQ-DGT-FOUND (RQ-IDX)
                    MOVE RQ-DGT-FIRSTNAME (RQ-IDX)
                        TO WS-ANSWER-FIRSTNAME
                    MOVE RQ-DGT-LASTNAME (RQ-IDX)
                        TO WS-ANSWER-LASTNAME
                    IF RQ-DGT-ACTION (RQ-IDX) = "A"
                        MOVE "DEPN" TO WS-REASON
                    END-IF
                WHEN OTHER
                    PERFORM 4310-DEPENDENT-FROM-MASTER
            END-EVALUATE.

        4310-DEPENDENT-FROM-MASTER.
            MOVE "DEPN" TO WS-REASON
            MOVE RQ-DEP-FIRSTNAME (RQ-IDX) TO WS-ANSWER-FIRSTNAME
            MOVE RQ-DEP-LASTNAME (RQ-IDX)  TO WS-ANSWER-LASTNAME
            IF DEPMAST-FILE-OPEN
                MOVE RQ-POLICYNUM (RQ-IDX) TO DEP-POLICYNUM
                MOVE RQ-DEP-SEQ (RQ-IDX)   TO DEP-SEQ
                READ DEPMAST-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE SPACES TO WS-REASON
                        MOVE DEP-FIRSTNAME TO WS-ANSWER-FIRSTNAME
                        MOVE DEP-LASTNAME  TO WS-ANSWER-LASTNAME
                END-READ
            END-IF.

        4500-WRITE-RESPONSE.
            MOVE RQ-CLAIM-REF (RQ-IDX)    TO ELR-CLAIM-REF
            MOVE RQ-POLICYNUM (RQ-IDX)    TO ELR-POLICYNUM
            MOVE RQ-DEP-SEQ (RQ-IDX)      TO ELR-DEP-SEQ
            MOVE RQ-SERVICE-DATE (RQ-IDX) TO ELR-SERVICE-DATE
            MOVE WS-REASON                TO ELR-REASON
            MOVE AOI-POLICYTYPE           TO ELR-POLICYTYPE
            MOVE AOI-POL-STATUS           TO ELR-POL-STATUS
            MOVE AOI-EFF-DATE             TO ELR-EFF-DATE
            MOVE AOI-EXP-DATE             TO ELR-EXP-DATE
            MOVE WS-ANSWER-FIRSTNAME      TO ELR-FIRSTNAME
            MOVE WS-ANSWER-LASTNAME       TO ELR-LASTNAME
            MOVE WS-AS-OF-SOURCE          TO ELR-AS-OF-SOURCE
            IF WS-REASON = SPACES
                SET ELR-COVERED TO TRUE
                ADD 1 TO WS-COVERED-COUNT
            ELSE
                SET ELR-NOT-COVERED TO TRUE
            END-IF
            EVALUATE WS-REASON
                WHEN "NOTF"
                    ADD 1 TO WS-NOTF-COUNT
                WHEN "LAPS"
                    ADD 1 TO WS-LAPS-COUNT
                WHEN "CANC"
                    ADD 1 TO WS-CANC-COUNT
                WHEN "TERM"
                    ADD 1 TO WS-TERM-COUNT
                WHEN "DEPN"
                    ADD 1 TO WS-DEPN-COUNT
                WHEN "INVD"
                    ADD 1 TO WS-INVD-COUNT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            WRITE ELIGIBILITY-RESPONSE-RECORD.

        4600-WRITE-REPORT-LINE.
            MOVE SPACES TO ELIGRPT-LINE
            STRING ELR-CLAIM-REF       DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   ELR-POLICYNUM       DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   ELR-DEP-SEQ         DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   ELR-SERVICE-DATE    DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   ELR-COVERED-FLAG    DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   ELR-REASON          DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   ELR-AS-OF-SOURCE    DELIMITED BY SIZE
                   "   "               DELIMITED BY SIZE
                   ELR-POLICYTYPE      DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   ELR-POL-STATUS      DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   ELR-LASTNAME        DELIMITED BY SIZE
                INTO ELIGRPT-LINE
            WRITE ELIGRPT-LINE.

        9000-TERMINATE.
            MOVE SPACES TO ELIGRPT-LINE
            WRITE ELIGRPT-LINE
            MOVE "REQUESTS ANSWERED" TO WS-LINE-LABEL
            MOVE WS-REQ-COUNT TO WS-EDIT-COUNT
            PERFORM 9100-WRITE-COUNT-LINE
            MOVE "COVERED" TO WS-LINE-LABEL
            MOVE WS-COVERED-COUNT TO WS-EDIT-COUNT
            PERFORM 9100-WRITE-COUNT-LINE
            MOVE "NOTF - NOT ON FILE" TO WS-LINE-LABEL
            MOVE WS-NOTF-COUNT TO WS-EDIT-COUNT
            PERFORM 9100-WRITE-COUNT-LINE
            MOVE "LAPS - LAPSED" TO WS-LINE-LABEL
            MOVE WS-LAPS-COUNT TO WS-EDIT-COUNT
            PERFORM 9100-WRITE-COUNT-LINE
            MOVE "CANC - CANCELLED" TO WS-LINE-LABEL
            MOVE WS-CANC-COUNT TO WS-EDIT-COUNT
            PERFORM 9100-WRITE-COUNT-LINE
            MOVE "TERM - OUTSIDE TERM" TO WS-LINE-LABEL
            MOVE WS-TERM-COUNT TO WS-EDIT-COUNT
            PERFORM 9100-WRITE-COUNT-LINE
            MOVE "DEPN - DEPENDENT NOT COVERED" TO WS-LINE-LABEL
            MOVE WS-DEPN-COUNT TO WS-EDIT-COUNT
            PERFORM 9100-WRITE-COUNT-LINE
            MOVE "INVD - REQUEST UNUSABLE" TO WS-LINE-LABEL
            MOVE WS-INVD-COUNT TO WS-EDIT-COUNT
            PERFORM 9100-WRITE-COUNT-LINE
            IF POLMAST-FILE-OPEN
                CLOSE POLMAST-FILE
            END-IF
            IF DEPMAST-FILE-OPEN
                CLOSE DEPMAST-FILE
            END-IF
            CLOSE ELIGRESP-FILE
            CLOSE ELIGRPT-FILE
            DISPLAY "CBLNAM40: REQUESTS=" WS-REQ-COUNT
                    " COVERED=" WS-COVERED-COUNT
                    " HISTORY-READ=" WS-HIST-READ-COUNT.

        9100-WRITE-COUNT-LINE.
            MOVE SPACES TO ELIGRPT-LINE
            STRING WS-LINE-LABEL DELIMITED BY SIZE
                   "  "          DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                INTO ELIGRPT-LINE
            WRITE ELIGRPT-LINE.
