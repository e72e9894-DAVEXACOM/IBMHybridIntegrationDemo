      *> CBLNAM37 - load of the agent/broker master (AGTMAST) from
      *> the shop's maintained extract, the same pattern as the
      *> CBLNAM30 GRPMAST load.  A row with a blank agent number or
      *> name is rejected, as is a duplicate agent number.  Every
      *> commission schedule row in use must name a POLICYTYPE on the
      *> POLTYPE reference file (checked through CBLPOLVL, as
      *> CBLNAM04 checks an add), carry numeric rates, and not repeat
      *> a POLICYTYPE already on the agent's schedule - otherwise the
      *> whole agent is rejected rather than paid off a half-right
      *> schedule.  Run before the first CBLNAM04 that assigns
      *> writing agents to a new AGTMAST.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CBLNAM37.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT AGTLOAD-FILE ASSIGN TO "AGTLOAD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AGTLOAD-STATUS.

            SELECT AGTMAST-FILE ASSIGN TO "AGTMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AGT-NUMBER OF AGENT-RECORD
                FILE STATUS IS WS-AGTMAST-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  AGTLOAD-FILE.
            COPY agtmast REPLACING ==AGENT-RECORD==
                                BY ==AGTLOAD-RECORD==.

        FD  AGTMAST-FILE.
            COPY agtmast.

        WORKING-STORAGE SECTION.
        01  WS-AGTLOAD-STATUS        PIC X(2).
            88 AGTLOAD-EOF           VALUE "10".
        01  WS-AGTMAST-STATUS        PIC X(2).
            88 AGTMAST-OK            VALUE "00".

        01  WS-SWITCHES.
            05 WS-EOF-SW             PIC X(1) VALUE "N".
              88 END-OF-AGTLOAD      VALUE "Y".
            05 WS-POLTYPE-VALID-SW   PIC X(1).
              88 POLTYPE-IS-VALID    VALUE "Y".

        01  WS-SCHED-SUB             PIC 9(2).
        01  WS-PRIOR-SUB             PIC 9(2).
        01  WS-SCHED-ERROR           PIC X(32).

        01  WS-COUNTERS.
            05 WS-READ-COUNT         PIC 9(7) VALUE ZERO.
            05 WS-LOAD-COUNT         PIC 9(7) VALUE ZERO.
            05 WS-REJECT-COUNT       PIC 9(7) VALUE ZERO.

        PROCEDURE DIVISION.
        0000-MAIN-PARA.
            PERFORM 1000-INITIALIZE
            PERFORM 2000-PROCESS-AGTLOAD UNTIL END-OF-AGTLOAD
            PERFORM 3000-TERMINATE
            STOP RUN.

        1000-INITIALIZE.
            OPEN INPUT AGTLOAD-FILE
            OPEN OUTPUT AGTMAST-FILE
            READ AGTLOAD-FILE
                AT END MOVE "Y" TO WS-EOF-SW
            END-READ.

        2000-PROCESS-AGTLOAD.
            ADD 1 TO WS-READ-COUNT
            MOVE SPACES TO WS-SCHED-ERROR
            PERFORM 2200-EDIT-SCHEDULE-ROW
                VARYING WS-SCHED-SUB FROM 1 BY 1
                UNTIL WS-SCHED-SUB > 10
                   OR WS-SCHED-ERROR NOT = SPACES
            EVALUATE TRUE
                WHEN AGT-NUMBER OF AGTLOAD-RECORD = SPACES
                    DISPLAY "CBLNAM37: REJECTED BLANK AGENT NUMBER"
                    ADD 1 TO WS-REJECT-COUNT
                WHEN AGT-NAME OF AGTLOAD-RECORD = SPACES
                    DISPLAY "CBLNAM37: REJECTED BLANK NAME FOR AGENT "
                            AGT-NUMBER OF AGTLOAD-RECORD
                    ADD 1 TO WS-REJECT-COUNT
                WHEN WS-SCHED-ERROR NOT = SPACES
                    DISPLAY "CBLNAM37: REJECTED AGENT "
                            AGT-NUMBER OF AGTLOAD-RECORD
                            " - " WS-SCHED-ERROR
                    ADD 1 TO WS-REJECT-COUNT
                WHEN OTHER
                    PERFORM 2100-LOAD-ONE-AGENT
            END-EVALUATE
            READ AGTLOAD-FILE
                AT END MOVE "Y" TO WS-EOF-SW
            END-READ.

        2100-LOAD-ONE-AGENT.
            MOVE AGTLOAD-RECORD TO AGENT-RECORD
            WRITE AGENT-RECORD
                INVALID KEY
                    DISPLAY "CBLNAM37: REJECTED DUPLICATE AGENT "
                            AGT-NUMBER OF AGTLOAD-RECORD
                    ADD 1 TO WS-REJECT-COUNT
                NOT INVALID KEY
                    ADD 1 TO WS-LOAD-COUNT
            END-WRITE.

      *> A blank POLICYTYPE marks an unused row and is skipped.
        2200-EDIT-SCHEDULE-ROW.
            IF AGT-SCHED-POLICYTYPE OF AGTLOAD-RECORD (WS-SCHED-SUB)
                    NOT = SPACES
                CALL "CBLPOLVL" USING
                    AGT-SCHED-POLICYTYPE OF AGTLOAD-RECORD
                        (WS-SCHED-SUB)
                    WS-POLTYPE-VALID-SW
                EVALUATE TRUE
                    WHEN NOT POLTYPE-IS-VALID
                        MOVE "UNKNOWN POLICYTYPE ON SCHEDULE"
                            TO WS-SCHED-ERROR
                    WHEN AGT-FIRST-YEAR-PCT OF AGTLOAD-RECORD
                            (WS-SCHED-SUB) NOT NUMERIC
                      OR AGT-RENEWAL-PCT OF AGTLOAD-RECORD
                            (WS-SCHED-SUB) NOT NUMERIC
                        MOVE "NON-NUMERIC COMMISSION RATE"
                            TO WS-SCHED-ERROR
                    WHEN OTHER
                        PERFORM 2210-CHECK-REPEATED-TYPE
                            VARYING WS-PRIOR-SUB FROM 1 BY 1
                            UNTIL WS-PRIOR-SUB >= WS-SCHED-SUB
                               OR WS-SCHED-ERROR NOT = SPACES
                END-EVALUATE
            END-IF.

        2210-CHECK-REPEATED-TYPE.
            IF AGT-SCHED-POLICYTYPE OF AGTLOAD-RECORD (WS-PRIOR-SUB)
                = AGT-SCHED-POLICYTYPE OF AGTLOAD-RECORD (WS-SCHED-SUB)
                MOVE "POLICYTYPE REPEATED ON SCHEDULE"
                    TO WS-SCHED-ERROR
            END-IF.

        3000-TERMINATE.
            CLOSE AGTLOAD-FILE
            CLOSE AGTMAST-FILE
            DISPLAY "CBLNAM37: READ=" WS-READ-COUNT
                    " LOADED=" WS-LOAD-COUNT
                    " REJECTED=" WS-REJECT-COUNT.
