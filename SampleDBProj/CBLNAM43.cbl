      *> CBLNAM43 - employer group termination transaction.  Applies
      *> the GRPTXN batch against the group master (GRPMAST): a "T"
      *> records the date group cover ends and why, an "R" lifts a
      *> termination keyed in error.  Nothing here touches a member -
      *> the CBLNAM44 termination run picks the group up once its
      *> termination date has arrived and converts or cancels every
      *> member attached to it, then stamps the group as processed.
      *> From that point the termination is final and both codes
      *> reject.  Every transaction is listed on GRPTRPT with its
      *> result, the before and after termination date alongside, so
      *> the account rep can see what was keyed and by whom.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CBLNAM43.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT GRPTXN-FILE ASSIGN TO "GRPTXN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GRPTXN-STATUS.

            SELECT GRPMAST-FILE ASSIGN TO "GRPMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS GRP-NUMBER
                FILE STATUS IS WS-GRPMAST-STATUS.

            SELECT GRPTRPT-FILE ASSIGN TO "GRPTRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GRPTRPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  GRPTXN-FILE.
            COPY grptxn.

        FD  GRPMAST-FILE.
            COPY grpmast.

        FD  GRPTRPT-FILE.
        01  GRPTRPT-LINE             PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-GRPTXN-STATUS         PIC X(2).
            88 GRPTXN-OK             VALUE "00".
        01  WS-GRPMAST-STATUS        PIC X(2).
            88 GRPMAST-OK            VALUE "00".
        01  WS-GRPTRPT-STATUS        PIC X(2).

        01  WS-SWITCHES.
            05 WS-EOF-SW             PIC X(1) VALUE "N".
              88 END-OF-GRPTXN       VALUE "Y".
            05 WS-GRPTXN-OPEN-SW     PIC X(1) VALUE "N".
              88 GRPTXN-FILE-OPEN    VALUE "Y".

        01  WS-COUNTERS.
            05 WS-TXN-COUNT          PIC 9(7) VALUE ZERO.
            05 WS-TERM-COUNT         PIC 9(7) VALUE ZERO.
            05 WS-RESCIND-COUNT      PIC 9(7) VALUE ZERO.
            05 WS-REJECT-COUNT       PIC 9(7) VALUE ZERO.

        01  WS-TODAY                 PIC 9(8).
        01  WS-OLD-TERM-DATE         PIC 9(8).
        01  WS-EDIT-COUNT            PIC ZZZ,ZZ9.

        01  WS-RESULT-LINE.
            05 WS-RES-GROUP-NUM      PIC X(6).
            05 FILLER                PIC X(2) VALUE SPACES.
            05 WS-RES-CODE           PIC X(1).
            05 FILLER                PIC X(2) VALUE SPACES.
            05 WS-RES-USERID         PIC X(8).
            05 FILLER                PIC X(2) VALUE SPACES.
            05 WS-RES-OLD-DATE       PIC 9(8).
            05 FILLER                PIC X(2) VALUE SPACES.
            05 WS-RES-NEW-DATE       PIC 9(8).
            05 FILLER                PIC X(2) VALUE SPACES.
            05 WS-RES-MESSAGE        PIC X(36).

        PROCEDURE DIVISION.
        0000-MAIN-PARA.
            PERFORM 1000-INITIALIZE
            PERFORM 2000-PROCESS-TXN UNTIL END-OF-GRPTXN
            PERFORM 9000-TERMINATE
            STOP RUN.

        1000-INITIALIZE.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
            OPEN I-O GRPMAST-FILE
            IF NOT GRPMAST-OK
                DISPLAY "CBLNAM43: ABENDING - UNABLE TO OPEN GRPMAST, "
                        "STATUS=" WS-GRPMAST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT GRPTRPT-FILE
            MOVE "GROUP TERMINATION TRANSACTION REGISTER"
                TO GRPTRPT-LINE
            WRITE GRPTRPT-LINE
            MOVE SPACES TO GRPTRPT-LINE
            STRING "RUN DATE: " DELIMITED BY SIZE
                   WS-TODAY     DELIMITED BY SIZE
                INTO GRPTRPT-LINE
            WRITE GRPTRPT-LINE
            MOVE SPACES TO GRPTRPT-LINE
            WRITE GRPTRPT-LINE
            MOVE "GROUP   C  USERID    OLD TERM  NEW TERM  RESULT"
                TO GRPTRPT-LINE
            WRITE GRPTRPT-LINE
      *> No GRPTXN tonight simply means nothing to apply.
            OPEN INPUT GRPTXN-FILE
            IF GRPTXN-OK
                SET GRPTXN-FILE-OPEN TO TRUE
                READ GRPTXN-FILE
                    AT END MOVE "Y" TO WS-EOF-SW
                END-READ
            ELSE
                MOVE "Y" TO WS-EOF-SW
            END-IF.

        2000-PROCESS-TXN.
            ADD 1 TO WS-TXN-COUNT
            MOVE GTX-GROUP-NUM TO WS-RES-GROUP-NUM
            MOVE GTX-CODE      TO WS-RES-CODE
            MOVE GTX-USERID    TO WS-RES-USERID
            MOVE ZERO TO WS-RES-OLD-DATE WS-RES-NEW-DATE
            MOVE GTX-GROUP-NUM TO GRP-NUMBER
            READ GRPMAST-FILE
                INVALID KEY
                    MOVE "REJECTED - GROUP NOT ON FILE"
                        TO WS-RES-MESSAGE
                    ADD 1 TO WS-REJECT-COUNT
                NOT INVALID KEY
                    PERFORM 2100-EDIT-AND-APPLY
            END-READ
            PERFORM 2900-WRITE-RESULT
            READ GRPTXN-FILE
                AT END MOVE "Y" TO WS-EOF-SW
            END-READ.

      *> A group loaded before the termination fields existed reads
      *> them as spaces - the same as a group in force.
        2100-EDIT-AND-APPLY.
            IF GRP-TERM-DATE NOT NUMERIC
                MOVE ZERO TO GRP-TERM-DATE
            END-IF
            IF GRP-TERM-RUN-DATE NOT NUMERIC
                MOVE ZERO TO GRP-TERM-RUN-DATE
            END-IF
            MOVE GRP-TERM-DATE TO WS-OLD-TERM-DATE
            MOVE GRP-TERM-DATE TO WS-RES-OLD-DATE
            EVALUATE TRUE
                WHEN GTX-USERID = SPACES
                    MOVE "REJECTED - NO USER ID"
                        TO WS-RES-MESSAGE
                    ADD 1 TO WS-REJECT-COUNT
                WHEN GRP-TERM-RUN-DATE NOT = ZERO
                    MOVE "REJECTED - MEMBERS ALREADY PROCESSED"
                        TO WS-RES-MESSAGE
                    ADD 1 TO WS-REJECT-COUNT
                WHEN GTX-TERMINATE
                    PERFORM 2200-TERMINATE-GROUP
                WHEN GTX-RESCIND
                    PERFORM 2300-RESCIND-TERMINATION
                WHEN OTHER
                    MOVE "REJECTED - UNKNOWN TRANSACTION CODE"
                        TO WS-RES-MESSAGE
                    ADD 1 TO WS-REJECT-COUNT
            END-EVALUATE.

        2200-TERMINATE-GROUP.
            EVALUATE TRUE
                WHEN GTX-TERM-DATE NOT NUMERIC
                  OR GTX-TERM-DATE = ZERO
                    MOVE "REJECTED - BAD TERMINATION DATE"
                        TO WS-RES-MESSAGE
                    ADD 1 TO WS-REJECT-COUNT
                WHEN GTX-TERM-DATE (5:2) < "01"
                  OR GTX-TERM-DATE (5:2) > "12"
                  OR GTX-TERM-DATE (7:2) < "01"
                  OR GTX-TERM-DATE (7:2) > "31"
                    MOVE "REJECTED - BAD TERMINATION DATE"
                        TO WS-RES-MESSAGE
                    ADD 1 TO WS-REJECT-COUNT
                WHEN OTHER
                    MOVE GTX-TERM-REASON TO GRP-TERM-REASON
                    IF NOT GRP-TERM-REASON-VALID
                        MOVE "REJECTED - BAD TERMINATION REASON"
                            TO WS-RES-MESSAGE
                        ADD 1 TO WS-REJECT-COUNT
                    ELSE
                        MOVE GTX-TERM-DATE TO GRP-TERM-DATE
                        MOVE GTX-USERID    TO GRP-TERM-USERID
                        REWRITE GROUP-RECORD
                        MOVE GRP-TERM-DATE TO WS-RES-NEW-DATE
                        IF WS-OLD-TERM-DATE = ZERO
                            MOVE "TERMINATED" TO WS-RES-MESSAGE
                        ELSE
                            MOVE "TERMINATION CORRECTED"
                                TO WS-RES-MESSAGE
                        END-IF
                        ADD 1 TO WS-TERM-COUNT
                    END-IF
            END-EVALUATE.

        2300-RESCIND-TERMINATION.
            IF GRP-IN-FORCE
                MOVE "REJECTED - GROUP NOT TERMINATED"
                    TO WS-RES-MESSAGE
                ADD 1 TO WS-REJECT-COUNT
            ELSE
                MOVE ZERO   TO GRP-TERM-DATE
                MOVE SPACES TO GRP-TERM-REASON
                MOVE GTX-USERID TO GRP-TERM-USERID
                REWRITE GROUP-RECORD
                MOVE "TERMINATION RESCINDED" TO WS-RES-MESSAGE
                ADD 1 TO WS-RESCIND-COUNT
            END-IF.

        2900-WRITE-RESULT.
            MOVE WS-RESULT-LINE TO GRPTRPT-LINE
            WRITE GRPTRPT-LINE.

        9000-TERMINATE.
            MOVE SPACES TO GRPTRPT-LINE
            WRITE GRPTRPT-LINE
            MOVE WS-TXN-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO GRPTRPT-LINE
            STRING "TRANSACTIONS READ:       " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO GRPTRPT-LINE
            WRITE GRPTRPT-LINE
            MOVE WS-TERM-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO GRPTRPT-LINE
            STRING "TERMINATIONS RECORDED:   " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO GRPTRPT-LINE
            WRITE GRPTRPT-LINE
            MOVE WS-RESCIND-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO GRPTRPT-LINE
            STRING "TERMINATIONS RESCINDED:  " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO GRPTRPT-LINE
            WRITE GRPTRPT-LINE
            MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO GRPTRPT-LINE
            STRING "REJECTED:                " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO GRPTRPT-LINE
            WRITE GRPTRPT-LINE
            IF GRPTXN-FILE-OPEN
                CLOSE GRPTXN-FILE
            END-IF
            CLOSE GRPMAST-FILE
            CLOSE GRPTRPT-FILE
            DISPLAY "CBLNAM43: TXNS=" WS-TXN-COUNT
                    " TERMINATED=" WS-TERM-COUNT
                    " RESCINDED=" WS-RESCIND-COUNT
                    " REJECTED=" WS-REJECT-COUNT.
