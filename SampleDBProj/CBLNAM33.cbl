      *> CBLNAM33 - nightly release of future-dated maintenance.
      *> Reads the pending-transaction file CBLNAM04 holds
      *> future-dated work on, and every item whose apply-on date has
      *> arrived (today or earlier - a night the stream missed is
      *> caught up the next) is written back out in MAINTXN layout to
      *> RELTXN and removed from PENDTXN.  The job stream runs
      *> CBLNAM04 against RELTXN ahead of the night's keyed MAINTXN,
      *> the way CBLNAM16's RECYCTXN goes back through, so a released
      *> item takes exactly the edits, audit and suspense routing it
      *> would have had if it had been keyed on its date.  Items not
      *> yet due stay on file untouched.  A release register lists
      *> every item handed back.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CBLNAM33.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PENDTXN-FILE ASSIGN TO "PENDTXN"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PND-KEY
                FILE STATUS IS WS-PENDTXN-STATUS.

            SELECT RELTXN-FILE ASSIGN TO "RELTXN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RELTXN-STATUS.

            SELECT RELRPT-FILE ASSIGN TO "RELRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RELRPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  PENDTXN-FILE.
            COPY pendtxn.

        FD  RELTXN-FILE.
            COPY maintxn.

        FD  RELRPT-FILE.
        01  RELRPT-LINE             PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-PENDTXN-STATUS       PIC X(2).
            88 PENDTXN-OK           VALUE "00".
        01  WS-RELTXN-STATUS        PIC X(2).
        01  WS-RELRPT-STATUS        PIC X(2).

        01  WS-SWITCHES.
            05 WS-EOF-SW            PIC X(1) VALUE "N".
              88 END-OF-PENDTXN     VALUE "Y".
            05 WS-PND-OPEN-SW       PIC X(1) VALUE "N".
              88 PENDTXN-FILE-OPEN  VALUE "Y".

        01  WS-TODAY                PIC 9(8).

        01  WS-COUNTERS.
            05 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
            05 WS-RELEASE-COUNT     PIC 9(7) VALUE ZERO.
            05 WS-HELD-COUNT        PIC 9(7) VALUE ZERO.

        01  WS-RPT-NAME             PIC X(33).
        01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.

        PROCEDURE DIVISION.
        0000-MAIN-PARA.
            PERFORM 1000-INITIALIZE
            PERFORM 2000-RELEASE-DUE-ITEMS UNTIL END-OF-PENDTXN
            PERFORM 9000-TERMINATE
            STOP RUN.

        1000-INITIALIZE.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
            OPEN OUTPUT RELTXN-FILE
            OPEN OUTPUT RELRPT-FILE
            MOVE "FUTURE-DATED MAINTENANCE RELEASE REGISTER"
                TO RELRPT-LINE
            WRITE RELRPT-LINE
            MOVE SPACES TO RELRPT-LINE
            STRING "RUN DATE: " DELIMITED BY SIZE
                   WS-TODAY     DELIMITED BY SIZE
                INTO RELRPT-LINE
            WRITE RELRPT-LINE
            MOVE SPACES TO RELRPT-LINE
            WRITE RELRPT-LINE
            MOVE "POLICYNUM  APPLY ON  KEYED ON  T  USERID    NAME"
                TO RELRPT-LINE
            WRITE RELRPT-LINE
      *> No pending file means CBLNAM04 has never held anything -
      *> RELTXN goes out empty and CBLNAM04 simply has no released
      *> work tonight.
            OPEN I-O PENDTXN-FILE
            IF PENDTXN-OK
                SET PENDTXN-FILE-OPEN TO TRUE
                READ PENDTXN-FILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF-SW
                END-READ
            ELSE
                MOVE "Y" TO WS-EOF-SW
                MOVE "NO PENDING-TRANSACTION FILE - NOTHING TO RELEASE"
                    TO RELRPT-LINE
                WRITE RELRPT-LINE
            END-IF.

        2000-RELEASE-DUE-ITEMS.
            ADD 1 TO WS-READ-COUNT
            IF PND-APPLY-DATE <= WS-TODAY
                PERFORM 2100-RELEASE-ONE-ITEM
            ELSE
                ADD 1 TO WS-HELD-COUNT
            END-IF
            READ PENDTXN-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
            END-READ.

      *> The image goes back exactly as keyed; its apply-on date is
      *> now today or earlier, so CBLNAM04 applies it rather than
      *> holding it again.
        2100-RELEASE-ONE-ITEM.
            MOVE PND-TXN-IMAGE TO MAINTXN-RECORD
            WRITE MAINTXN-RECORD
            DELETE PENDTXN-FILE RECORD
            ADD 1 TO WS-RELEASE-COUNT
            PERFORM 2200-WRITE-RELEASE-LINE.

        2200-WRITE-RELEASE-LINE.
            MOVE SPACES TO WS-RPT-NAME
            STRING TXN-FIRSTNAME DELIMITED BY SIZE
                   " "           DELIMITED BY SIZE
                   TXN-LASTNAME  DELIMITED BY SIZE
                INTO WS-RPT-NAME
            MOVE SPACES TO RELRPT-LINE
            STRING PND-POLICYNUM  DELIMITED BY SIZE
                   "  "           DELIMITED BY SIZE
                   PND-APPLY-DATE DELIMITED BY SIZE
                   "  "           DELIMITED BY SIZE
                   PND-ENTRY-DATE DELIMITED BY SIZE
                   "  "           DELIMITED BY SIZE
                   TXN-CODE       DELIMITED BY SIZE
                   "  "           DELIMITED BY SIZE
                   TXN-USERID     DELIMITED BY SIZE
                   "  "           DELIMITED BY SIZE
                   WS-RPT-NAME    DELIMITED BY SIZE
                INTO RELRPT-LINE
            WRITE RELRPT-LINE.

        9000-TERMINATE.
            MOVE SPACES TO RELRPT-LINE
            WRITE RELRPT-LINE
            MOVE WS-RELEASE-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO RELRPT-LINE
            STRING "ITEMS RELEASED TO CBLNAM04:  " DELIMITED BY SIZE
                   WS-EDIT-COUNT                   DELIMITED BY SIZE
                INTO RELRPT-LINE
            WRITE RELRPT-LINE
            MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO RELRPT-LINE
            STRING "ITEMS STILL PENDING:         " DELIMITED BY SIZE
                   WS-EDIT-COUNT                   DELIMITED BY SIZE
                INTO RELRPT-LINE
            WRITE RELRPT-LINE
            IF PENDTXN-FILE-OPEN
                CLOSE PENDTXN-FILE
            END-IF
            CLOSE RELTXN-FILE
            CLOSE RELRPT-FILE
            DISPLAY "CBLNAM33: READ=" WS-READ-COUNT
                    " RELEASED=" WS-RELEASE-COUNT
                    " STILL-PENDING=" WS-HELD-COUNT.
