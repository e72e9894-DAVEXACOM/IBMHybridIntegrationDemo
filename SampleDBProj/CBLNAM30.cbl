      *> name is rejected, as is a duplicate group number.  Run
      *> before the first CBLNAM04 that attaches members to a new
      *> GRPMAST.
      *> The extract knows nothing of group terminations, which are
      *> keyed against GRPMAST itself through CBLNAM43, so the
      *> termination fields already on file are read off before the
      *> reload and carried onto the reloaded group.  A termination
      *> the extract does carry stands as loaded; an extract written
      *> before the fields existed loads them as a group in force.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CBLNAM30.
        ENVIRONMENT DIVISION.
        01  WS-SWITCHES.
            05 WS-EOF-SW             PIC X(1) VALUE "N".
              88 END-OF-GRPLOAD      VALUE "Y".
            05 WS-OLD-EOF-SW         PIC X(1) VALUE "N".
              88 END-OF-OLD-GRPMAST  VALUE "Y".
            05 WS-TERM-FOUND-SW      PIC X(1).
              88 TERM-FOUND          VALUE "Y".

        01  WS-COUNTERS.
            05 WS-READ-COUNT         PIC 9(7) VALUE ZERO.
            05 WS-LOAD-COUNT         PIC 9(7) VALUE ZERO.
            05 WS-REJECT-COUNT       PIC 9(7) VALUE ZERO.
            05 WS-CARRY-COUNT        PIC 9(7) VALUE ZERO.

      *> Terminations on the outgoing GRPMAST, held across the reload.
      *> Overflow abends before the master is touched rather than
      *> lose a termination.
        01  WS-TERM-TABLE.
            05 WS-TERM-COUNT         PIC 9(4) VALUE ZERO.
            05 WS-TERM-ENTRY OCCURS 1000 TIMES
                    INDEXED BY TM-IDX.
              10 WS-TM-GROUP-NUM     PIC X(6).
              10 WS-TM-TERM-DATE     PIC 9(8).
              10 WS-TM-TERM-REASON   PIC X(4).
              10 WS-TM-TERM-USERID   PIC X(8).
              10 WS-TM-TERM-RUN-DATE PIC 9(8).

        PROCEDURE DIVISION.
        0000-MAIN-PARA.
            STOP RUN.

        1000-INITIALIZE.
            PERFORM 1100-SAVE-TERMINATIONS
            OPEN INPUT GRPLOAD-FILE
            OPEN OUTPUT GRPMAST-FILE
            READ GRPLOAD-FILE
                AT END MOVE "Y" TO WS-EOF-SW
            END-READ.

      *> No GRPMAST yet (the first load) means nothing to carry.
        1100-SAVE-TERMINATIONS.
            OPEN INPUT GRPMAST-FILE
            IF GRPMAST-OK
                READ GRPMAST-FILE NEXT RECORD
                    AT END MOVE "Y" TO WS-OLD-EOF-SW
                END-READ
                PERFORM 1110-SAVE-ONE-TERMINATION
                    UNTIL END-OF-OLD-GRPMAST
                CLOSE GRPMAST-FILE
            END-IF.

        1110-SAVE-ONE-TERMINATION.
            IF GRP-TERM-DATE OF GROUP-RECORD NUMERIC
               AND NOT GRP-IN-FORCE OF GROUP-RECORD
                IF WS-TERM-COUNT >= 1000
                    DISPLAY "CBLNAM30: ABENDING - TERMINATION TABLE "
                            "OVERFLOW"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-TERM-COUNT
                SET TM-IDX TO WS-TERM-COUNT
                MOVE GRP-NUMBER OF GROUP-RECORD
                    TO WS-TM-GROUP-NUM (TM-IDX)
                MOVE GRP-TERM-DATE OF GROUP-RECORD
                    TO WS-TM-TERM-DATE (TM-IDX)
                MOVE GRP-TERM-REASON OF GROUP-RECORD
                    TO WS-TM-TERM-REASON (TM-IDX)
                MOVE GRP-TERM-USERID OF GROUP-RECORD
                    TO WS-TM-TERM-USERID (TM-IDX)
                IF GRP-TERM-RUN-DATE OF GROUP-RECORD NUMERIC
                    MOVE GRP-TERM-RUN-DATE OF GROUP-RECORD
                        TO WS-TM-TERM-RUN-DATE (TM-IDX)
                ELSE
                    MOVE ZERO TO WS-TM-TERM-RUN-DATE (TM-IDX)
                END-IF
            END-IF
            READ GRPMAST-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-OLD-EOF-SW
            END-READ.

        2000-PROCESS-GRPLOAD.
            ADD 1 TO WS-READ-COUNT
            EVALUATE TRUE

        2100-LOAD-ONE-GROUP.
            MOVE GRPLOAD-RECORD TO GROUP-RECORD
            IF GRP-TERM-DATE OF GROUP-RECORD NOT NUMERIC
                MOVE ZERO TO GRP-TERM-DATE OF GROUP-RECORD
            END-IF
            IF GRP-TERM-RUN-DATE OF GROUP-RECORD NOT NUMERIC
                MOVE ZERO TO GRP-TERM-RUN-DATE OF GROUP-RECORD
            END-IF
            IF GRP-IN-FORCE OF GROUP-RECORD
                MOVE SPACES TO GRP-TERM-REASON OF GROUP-RECORD
                               GRP-TERM-USERID OF GROUP-RECORD
                MOVE ZERO TO GRP-TERM-RUN-DATE OF GROUP-RECORD
                PERFORM 2110-CARRY-TERMINATION
            END-IF
            WRITE GROUP-RECORD
                INVALID KEY
                    DISPLAY "CBLNAM30: REJECTED DUPLICATE GROUP "
                    ADD 1 TO WS-LOAD-COUNT
            END-WRITE.

        2110-CARRY-TERMINATION.
            MOVE "N" TO WS-TERM-FOUND-SW
            PERFORM 2120-MATCH-TERMINATION
                VARYING TM-IDX FROM 1 BY 1
                UNTIL TM-IDX > WS-TERM-COUNT
                   OR TERM-FOUND.

        2120-MATCH-TERMINATION.
            IF WS-TM-GROUP-NUM (TM-IDX) = GRP-NUMBER OF GROUP-RECORD
                SET TERM-FOUND TO TRUE
                MOVE WS-TM-TERM-DATE (TM-IDX)
                    TO GRP-TERM-DATE OF GROUP-RECORD
                MOVE WS-TM-TERM-REASON (TM-IDX)
                    TO GRP-TERM-REASON OF GROUP-RECORD
                MOVE WS-TM-TERM-USERID (TM-IDX)
                    TO GRP-TERM-USERID OF GROUP-RECORD
                MOVE WS-TM-TERM-RUN-DATE (TM-IDX)
                    TO GRP-TERM-RUN-DATE OF GROUP-RECORD
                ADD 1 TO WS-CARRY-COUNT
            END-IF.

        3000-TERMINATE.
            CLOSE GRPLOAD-FILE
            CLOSE GRPMAST-FILE
            DISPLAY "CBLNAM30: READ=" WS-READ-COUNT
                    " LOADED=" WS-LOAD-COUNT
                    " REJECTED=" WS-REJECT-COUNT
                    " TERMINATIONS-CARRIED=" WS-CARRY-COUNT.
