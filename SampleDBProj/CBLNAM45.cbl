      *> CBLNAM45 - daily second-person approval report.  Lists every
      *> high-risk CBLNAM04 change still held on PENDAPPR waiting for
      *> a second operator's approval, oldest first within policy,
      *> with who entered it and how many days it has waited; then
      *> lists every approval logged on APPRLOG for the report date
      *> where the approver was the operator who entered the change.
      *> CBLNAM04 refuses to apply those, but the attempt itself is
      *> what the supervisor reviews.  A decline by the entering
      *> operator is a withdrawal and is not listed.  The report date
      *> is today, or the CCYYMMDD date on the APPRDATE card when an
      *> earlier day is under review; the day's approval activity is
      *> totalled at the end.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CBLNAM45.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PENDAPPR-FILE ASSIGN TO "PENDAPPR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PAP-KEY
                FILE STATUS IS WS-PENDAPPR-STATUS.

            SELECT APPRLOG-FILE ASSIGN TO "APPRLOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APPRLOG-STATUS.

            SELECT APPRDATE-CARD-FILE ASSIGN TO "APPRDATE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APPRDATE-STATUS.

            SELECT APPRRPT-FILE ASSIGN TO "APPRRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APPRRPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  PENDAPPR-FILE.
            COPY pendappr.

        FD  APPRLOG-FILE.
            COPY apprlog.

      *> APPRDATE card - optional CCYYMMDD report date.  No card (or a
      *> zero date) means today.
        FD  APPRDATE-CARD-FILE.
        01  APPRDATE-CARD.
            05 APR-SELECT-DATE       PIC 9(8).

        FD  APPRRPT-FILE.
        01  APPRRPT-LINE             PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-PENDAPPR-STATUS       PIC X(2).
            88 PENDAPPR-OK           VALUE "00".
        01  WS-APPRLOG-STATUS        PIC X(2).
            88 APPRLOG-OK            VALUE "00".
        01  WS-APPRDATE-STATUS       PIC X(2).
            88 APPRDATE-OK           VALUE "00".
        01  WS-APPRRPT-STATUS        PIC X(2).

        01  WS-SWITCHES.
            05 WS-PAP-EOF-SW         PIC X(1) VALUE "N".
              88 END-OF-PENDAPPR     VALUE "Y".
            05 WS-APL-EOF-SW         PIC X(1) VALUE "N".
              88 END-OF-APPRLOG      VALUE "Y".

        01  WS-COUNTERS.
            05 WS-WAITING-COUNT      PIC 9(7) VALUE ZERO.
            05 WS-SELF-COUNT         PIC 9(7) VALUE ZERO.
            05 WS-APPLIED-COUNT      PIC 9(7) VALUE ZERO.
            05 WS-REJECTED-COUNT     PIC 9(7) VALUE ZERO.
            05 WS-DECLINED-COUNT     PIC 9(7) VALUE ZERO.
            05 WS-REFUSED-COUNT      PIC 9(7) VALUE ZERO.

        01  WS-REPORT-DATE           PIC 9(8).
        01  WS-DAYS-WAITING          PIC S9(5).
        01  WS-EDIT-DAYS             PIC ZZZZ9.
        01  WS-EDIT-COUNT            PIC ZZZ,ZZ9.

        PROCEDURE DIVISION.
        0000-MAIN-PARA.
            PERFORM 1000-INITIALIZE
            PERFORM 2000-LIST-WAITING-ITEMS
            PERFORM 3000-LIST-SELF-APPROVALS
            PERFORM 9000-TERMINATE
            STOP RUN.

        1000-INITIALIZE.
            PERFORM 1050-READ-REPORT-DATE
            OPEN OUTPUT APPRRPT-FILE
            MOVE SPACES TO APPRRPT-LINE
            STRING "SECOND-PERSON APPROVAL REPORT FOR "
                                      DELIMITED BY SIZE
                   WS-REPORT-DATE     DELIMITED BY SIZE
                INTO APPRRPT-LINE
            WRITE APPRRPT-LINE.

        1050-READ-REPORT-DATE.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-REPORT-DATE
            OPEN INPUT APPRDATE-CARD-FILE
            IF APPRDATE-OK
                READ APPRDATE-CARD-FILE
                    AT END MOVE ZERO TO APR-SELECT-DATE
                END-READ
                IF APR-SELECT-DATE NUMERIC
                   AND APR-SELECT-DATE NOT = ZERO
                    MOVE APR-SELECT-DATE TO WS-REPORT-DATE
                END-IF
                CLOSE APPRDATE-CARD-FILE
            END-IF.

      *> Nothing on PENDAPPR yet (CBLNAM04 has never held an item)
      *> simply means nothing is waiting.  An item entered after the
      *> report date was not yet waiting on that day.
        2000-LIST-WAITING-ITEMS.
            MOVE SPACES TO APPRRPT-LINE
            WRITE APPRRPT-LINE
            MOVE ALL "-" TO APPRRPT-LINE
            WRITE APPRRPT-LINE
            MOVE "CHANGES WAITING FOR APPROVAL" TO APPRRPT-LINE
            WRITE APPRRPT-LINE
            MOVE "POLICYNUM  CD  RISK  ENTERED BY  ENTERED    DAYS"
                TO APPRRPT-LINE
            WRITE APPRRPT-LINE
            OPEN INPUT PENDAPPR-FILE
            IF PENDAPPR-OK
                READ PENDAPPR-FILE
                    AT END MOVE "Y" TO WS-PAP-EOF-SW
                END-READ
                PERFORM 2100-LIST-ONE-WAITING UNTIL END-OF-PENDAPPR
                CLOSE PENDAPPR-FILE
            END-IF
            IF WS-WAITING-COUNT = ZERO
                MOVE "  NOTHING WAITING FOR APPROVAL" TO APPRRPT-LINE
                WRITE APPRRPT-LINE
            END-IF.

        2100-LIST-ONE-WAITING.
            IF PAP-ENTRY-DATE NOT > WS-REPORT-DATE
                ADD 1 TO WS-WAITING-COUNT
                COMPUTE WS-DAYS-WAITING
                    = FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE)
                    - FUNCTION INTEGER-OF-DATE (PAP-ENTRY-DATE)
                MOVE WS-DAYS-WAITING TO WS-EDIT-DAYS
                MOVE SPACES TO APPRRPT-LINE
                STRING PAP-POLICYNUM       DELIMITED BY SIZE
                       "   "               DELIMITED BY SIZE
                       PAP-TXN-IMAGE (1:1) DELIMITED BY SIZE
                       "   "               DELIMITED BY SIZE
                       PAP-RISK-CODE       DELIMITED BY SIZE
                       "  "                DELIMITED BY SIZE
                       PAP-ENTRY-USERID    DELIMITED BY SIZE
                       "    "              DELIMITED BY SIZE
                       PAP-ENTRY-DATE      DELIMITED BY SIZE
                       "  "                DELIMITED BY SIZE
                       WS-EDIT-DAYS        DELIMITED BY SIZE
                    INTO APPRRPT-LINE
                WRITE APPRRPT-LINE
            END-IF
            READ PENDAPPR-FILE
                AT END MOVE "Y" TO WS-PAP-EOF-SW
            END-READ.

      *> One pass of the day's APPRLOG records serves both the
      *> self-approval list and the activity totals.
        3000-LIST-SELF-APPROVALS.
            MOVE SPACES TO APPRRPT-LINE
            WRITE APPRRPT-LINE
            MOVE ALL "-" TO APPRRPT-LINE
            WRITE APPRRPT-LINE
            MOVE "APPROVALS KEYED BY THE OPERATOR WHO ENTERED IT"
                TO APPRRPT-LINE
            WRITE APPRRPT-LINE
            MOVE "POLICYNUM  CD  RISK  OPERATOR  ENTERED   RESULT"
                TO APPRRPT-LINE
            WRITE APPRRPT-LINE
            OPEN INPUT APPRLOG-FILE
            IF APPRLOG-OK
                READ APPRLOG-FILE
                    AT END MOVE "Y" TO WS-APL-EOF-SW
                END-READ
                PERFORM 3100-CHECK-ONE-APPROVAL UNTIL END-OF-APPRLOG
                CLOSE APPRLOG-FILE
            END-IF
            IF WS-SELF-COUNT = ZERO
                MOVE "  NONE" TO APPRRPT-LINE
                WRITE APPRRPT-LINE
            END-IF.

        3100-CHECK-ONE-APPROVAL.
            IF APL-TIMESTAMP (1:8) = WS-REPORT-DATE
                EVALUATE TRUE
                    WHEN APL-APPLIED
                        ADD 1 TO WS-APPLIED-COUNT
                    WHEN APL-APPROVED-REJECTED
                        ADD 1 TO WS-REJECTED-COUNT
                    WHEN APL-DECLINED
                        ADD 1 TO WS-DECLINED-COUNT
                    WHEN APL-SAME-USER
                        ADD 1 TO WS-REFUSED-COUNT
                END-EVALUATE
                IF APL-ENTRY-USERID = APL-APPROVER-USERID
                   AND NOT APL-DECLINED
                    PERFORM 3200-PRINT-SELF-APPROVAL
                END-IF
            END-IF
            READ APPRLOG-FILE
                AT END MOVE "Y" TO WS-APL-EOF-SW
            END-READ.

        3200-PRINT-SELF-APPROVAL.
            ADD 1 TO WS-SELF-COUNT
            MOVE SPACES TO APPRRPT-LINE
            STRING APL-POLICYNUM       DELIMITED BY SIZE
                   "   "               DELIMITED BY SIZE
                   APL-TXN-CODE        DELIMITED BY SIZE
                   "   "               DELIMITED BY SIZE
                   APL-RISK-CODE       DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   APL-ENTRY-USERID    DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   APL-ENTRY-DATE      DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   APL-RESULT          DELIMITED BY SIZE
                INTO APPRRPT-LINE
            WRITE APPRRPT-LINE.

        9000-TERMINATE.
            MOVE SPACES TO APPRRPT-LINE
            WRITE APPRRPT-LINE
            MOVE ALL "-" TO APPRRPT-LINE
            WRITE APPRRPT-LINE
            MOVE WS-WAITING-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO APPRRPT-LINE
            STRING "CHANGES WAITING:         " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO APPRRPT-LINE
            WRITE APPRRPT-LINE
            MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO APPRRPT-LINE
            STRING "APPROVED AND APPLIED:    " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO APPRRPT-LINE
            WRITE APPRRPT-LINE
            MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO APPRRPT-LINE
            STRING "APPROVED BUT REJECTED:   " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO APPRRPT-LINE
            WRITE APPRRPT-LINE
            MOVE WS-DECLINED-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO APPRRPT-LINE
            STRING "DECLINED:                " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO APPRRPT-LINE
            WRITE APPRRPT-LINE
            MOVE WS-REFUSED-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO APPRRPT-LINE
            STRING "SELF-APPROVALS REFUSED:  " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO APPRRPT-LINE
            WRITE APPRRPT-LINE
            CLOSE APPRRPT-FILE
            DISPLAY "CBLNAM45: REPORT-DATE=" WS-REPORT-DATE
                    " WAITING=" WS-WAITING-COUNT
                    " SELF-APPROVALS=" WS-SELF-COUNT.
