      *> CBLNAM39 - nightly general ledger journal.  Turns the day's
      *> financial events into summarised journal entries by
      *> POLICYTYPE for the ledger's journal import:
      *>   - premium billed - every BILLINV invoice record (BILL) and
      *>     every GRPINV group detail (GRPB), taken whole exactly as
      *>     CBLNAM20 posts BILLINV, so present only on billing night;
      *>   - cash - PAYPOST records CBLNAM20 posted on the journal
      *>     date, applied (CASH) or left unapplied (UNAP);
      *>   - cancellations - RCVADJ records the CBLNAM36 refund run
      *>     posted on the journal date: nonpayment write-offs (WOFF),
      *>     unearned credits to the receivable (RCRD) and refunds to
      *>     accounts payable (RFND).
      *> Each POLICYTYPE and event total becomes a debit and a credit
      *> on the accounts named by the GLMAP account-mapping table,
      *> with the "****" row as the default for a type not mapped.
      *> A total no mapping row covers is an exception line and is
      *> left off the journal.
      *>
      *> The run then proves itself: debits must equal credits, the
      *> journal must carry every event read, and RECVBL must have
      *> moved by exactly what was journaled against it - last
      *> night's RECVBL total (RCVPRIOR) plus BILL less CASH less RCRD
      *> less WOFF must equal the total on file tonight, which goes
      *> out on RCVNEW for tomorrow (the CBLNAM15 PRIORCNT/NEWCNT
      *> swap).  A missing RCVPRIOR establishes tonight's total as the
      *> baseline.  RECVBL only holds tonight's balances, so a GLDATE
      *> re-journal of an earlier date cannot be tied to it: the tie is
      *> reported as not applicable and RCVNEW is left as tonight's
      *> run wrote it.
      *> Any failed proof flags the journal trailer "N", sets
      *> RETURN-CODE 8, and is counted as a reject on the RUNCTL
      *> record this run always writes, so CBLNAM15 holds the stream
      *> rather than let an unbalanced batch reach the ledger.  Runs
      *> after CBLNAM20 and CBLNAM36 and before CBLNAM15.  The GLDATE
      *> card names the journal date for a missed night; with no card
      *> (or a zero date) it is today.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CBLNAM39.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT GLDATE-CARD-FILE ASSIGN TO "GLDATE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GLDATE-STATUS.

            SELECT GLMAP-FILE ASSIGN TO "GLMAP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GLMAP-STATUS.

            SELECT BILLINV-FILE ASSIGN TO "BILLINV"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BILLINV-STATUS.

            SELECT GRPINV-FILE ASSIGN TO "GRPINV"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GRPINV-STATUS.

            SELECT PAYPOST-FILE ASSIGN TO "PAYPOST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PAYPOST-STATUS.

            SELECT RCVADJ-FILE ASSIGN TO "RCVADJ"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RCVADJ-STATUS.

            SELECT POLMAST-FILE ASSIGN TO "POLMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS POLICYNUM OF POLMAST-RECORD
                FILE STATUS IS WS-POLMAST-STATUS.

            SELECT RECVBL-FILE ASSIGN TO "RECVBL"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RCV-POLICYNUM
                FILE STATUS IS WS-RECVBL-STATUS.

            SELECT RCVPRIOR-FILE ASSIGN TO "RCVPRIOR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RCVPRIOR-STATUS.

            SELECT RCVNEW-FILE ASSIGN TO "RCVNEW"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RCVNEW-STATUS.

            SELECT GLJRNL-FILE ASSIGN TO "GLJRNL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GLJRNL-STATUS.

            SELECT GLRPT-FILE ASSIGN TO "GLRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GLRPT-STATUS.

            SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.

        DATA DIVISION.
        FILE SECTION.
      *> GLDATE card - optional CCYYMMDD journal date.  No card (or a
      *> zero date) means today.
        FD  GLDATE-CARD-FILE.
        01  GLDATE-CARD.
            05 GL-SELECT-DATE       PIC 9(8).

        FD  GLMAP-FILE.
            COPY glmap.

        FD  BILLINV-FILE.
            COPY billinv.

        FD  GRPINV-FILE.
            COPY grpinv.

        FD  PAYPOST-FILE.
            COPY paypost.

        FD  RCVADJ-FILE.
            COPY rcvadj.

        FD  POLMAST-FILE.
            COPY member REPLACING ==MEMBER== BY ==POLMAST-RECORD==.

        FD  RECVBL-FILE.
            COPY recvbl.

        FD  RCVPRIOR-FILE.
        01  RCVPRIOR-RECORD.
            05 PRIOR-RECVBL-TOTAL   PIC 9(11)V99.

        FD  RCVNEW-FILE.
        01  RCVNEW-RECORD.
            05 NEW-RECVBL-TOTAL     PIC 9(11)V99.

        FD  GLJRNL-FILE.
            COPY gljrnl.

        FD  GLRPT-FILE.
        01  GLRPT-LINE              PIC X(80).

        FD  RUNCTL-FILE.
            COPY runctl.

        WORKING-STORAGE SECTION.
        01  WS-GLDATE-STATUS        PIC X(2).
            88 GLDATE-OK            VALUE "00".
        01  WS-GLMAP-STATUS         PIC X(2).
            88 GLMAP-OK             VALUE "00".
        01  WS-BILLINV-STATUS       PIC X(2).
            88 BILLINV-OK           VALUE "00".
        01  WS-GRPINV-STATUS        PIC X(2).
            88 GRPINV-OK            VALUE "00".
        01  WS-PAYPOST-STATUS       PIC X(2).
            88 PAYPOST-OK           VALUE "00".
        01  WS-RCVADJ-STATUS        PIC X(2).
            88 RCVADJ-OK            VALUE "00".
        01  WS-POLMAST-STATUS       PIC X(2).
            88 POLMAST-OK           VALUE "00".
        01  WS-RECVBL-STATUS        PIC X(2).
            88 RECVBL-OK            VALUE "00".
        01  WS-RCVPRIOR-STATUS      PIC X(2).
            88 RCVPRIOR-OK          VALUE "00".
        01  WS-RCVNEW-STATUS        PIC X(2).
        01  WS-GLJRNL-STATUS        PIC X(2).
        01  WS-GLRPT-STATUS         PIC X(2).
        01  WS-RUNCTL-STATUS        PIC X(2).

        01  WS-SWITCHES.
            05 WS-MAP-EOF-SW        PIC X(1) VALUE "N".
              88 END-OF-GLMAP       VALUE "Y".
            05 WS-INV-EOF-SW        PIC X(1) VALUE "N".
              88 END-OF-BILLINV     VALUE "Y".
            05 WS-GINV-EOF-SW       PIC X(1) VALUE "N".
              88 END-OF-GRPINV      VALUE "Y".
            05 WS-PAY-EOF-SW        PIC X(1) VALUE "N".
              88 END-OF-PAYPOST     VALUE "Y".
            05 WS-ADJ-EOF-SW        PIC X(1) VALUE "N".
              88 END-OF-RCVADJ      VALUE "Y".
            05 WS-RCV-EOF-SW        PIC X(1) VALUE "N".
              88 END-OF-RECVBL      VALUE "Y".
            05 WS-POLMAST-OPEN-SW   PIC X(1) VALUE "N".
              88 POLMAST-FILE-OPEN  VALUE "Y".
            05 WS-PRIOR-KNOWN-SW    PIC X(1) VALUE "N".
              88 PRIOR-TOTAL-KNOWN  VALUE "Y".
            05 WS-MAP-FOUND-SW      PIC X(1).
              88 MAP-FOUND          VALUE "Y".
            05 WS-CELL-FOUND-SW     PIC X(1).
              88 CELL-FOUND         VALUE "Y".
            05 WS-BALANCED-SW       PIC X(1) VALUE "Y".
              88 JOURNAL-IN-BALANCE VALUE "Y".

        01  WS-TODAY                PIC 9(8).
        01  WS-JOURNAL-DATE         PIC 9(8).

      *> The event in hand, set by each source pass before it is
      *> added to the posting table.
        01  WS-EVENT                PIC X(4).
        01  WS-EVENT-POLICYTYPE     PIC X(4).
        01  WS-EVENT-AMOUNT         PIC 9(9)V99.
        01  WS-LOOKUP-POLICYTYPE    PIC X(4).

      *> In-core copy of the account mapping table.  300 rows covers
      *> seven events on forty-odd POLICYTYPEs; overflow abends rather
      *> than journal against a partial table.
        01  WS-MAP-TABLE.
            05 WS-MAP-COUNT         PIC 9(3) VALUE ZERO.
            05 WS-MAP-ENTRY OCCURS 300 TIMES
                    INDEXED BY MP-IDX.
              10 WS-MP-POLICYTYPE   PIC X(4).
              10 WS-MP-EVENT        PIC X(4).
              10 WS-MP-DEBIT-ACCT   PIC X(10).
              10 WS-MP-CREDIT-ACCT  PIC X(10).
        01  WS-DEBIT-ACCT           PIC X(10).
        01  WS-CREDIT-ACCT          PIC X(10).

      *> Day's totals by POLICYTYPE and event - one journal debit and
      *> one journal credit each.
        01  WS-POSTING-TABLE.
            05 WS-POST-COUNT        PIC 9(3) VALUE ZERO.
            05 WS-POST-ENTRY OCCURS 400 TIMES
                    INDEXED BY PT-IDX.
              10 WS-PT-POLICYTYPE   PIC X(4).
              10 WS-PT-EVENT        PIC X(4).
              10 WS-PT-ITEM-COUNT   PIC 9(7).
              10 WS-PT-AMOUNT       PIC 9(11)V99.

        01  WS-COUNTERS.
            05 WS-EVENT-COUNT       PIC 9(7) VALUE ZERO.
            05 WS-JOURNAL-LINES     PIC 9(7) VALUE ZERO.
            05 WS-EXCEPT-COUNT      PIC 9(7) VALUE ZERO.
            05 WS-PROOF-FAIL-COUNT  PIC 9(7) VALUE ZERO.
            05 WS-RECVBL-COUNT      PIC 9(7) VALUE ZERO.

        01  WS-EVENT-TOTALS.
            05 WS-BILL-TOTAL        PIC 9(11)V99 VALUE ZERO.
            05 WS-GRPB-TOTAL        PIC 9(11)V99 VALUE ZERO.
            05 WS-CASH-TOTAL        PIC 9(11)V99 VALUE ZERO.
            05 WS-UNAP-TOTAL        PIC 9(11)V99 VALUE ZERO.
            05 WS-WOFF-TOTAL        PIC 9(11)V99 VALUE ZERO.
            05 WS-RCRD-TOTAL        PIC 9(11)V99 VALUE ZERO.
            05 WS-RFND-TOTAL        PIC 9(11)V99 VALUE ZERO.
            05 WS-ALL-EVENT-TOTAL   PIC 9(11)V99 VALUE ZERO.

        01  WS-JOURNAL-TOTALS.
            05 WS-DEBIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
            05 WS-CREDIT-TOTAL      PIC 9(11)V99 VALUE ZERO.

        01  WS-PRIOR-RECVBL         PIC 9(11)V99 VALUE ZERO.
        01  WS-ACTUAL-RECVBL        PIC 9(11)V99 VALUE ZERO.
        01  WS-EXPECTED-RECVBL      PIC S9(11)V99 VALUE ZERO.

        01  WS-LINE-LABEL           PIC X(30).
        01  WS-EDIT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        01  WS-EDIT-SIGNED          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
        01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.

        PROCEDURE DIVISION.
        0000-MAIN-PARA.
            PERFORM 1000-INITIALIZE
            PERFORM 2000-COLLECT-EVENTS
            PERFORM 3000-BUILD-JOURNAL
            PERFORM 4000-TIE-RECEIVABLES
            PERFORM 5000-PROVE-JOURNAL
            PERFORM 6000-WRITE-RUN-CONTROL
            PERFORM 9000-TERMINATE
            STOP RUN.

        1000-INITIALIZE.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
            PERFORM 1050-SET-JOURNAL-DATE
            PERFORM 1100-LOAD-MAP-TABLE
      *> No master means cash cannot be typed - it journals on the
      *> "****" default rows.
            OPEN INPUT POLMAST-FILE
            IF POLMAST-OK
                SET POLMAST-FILE-OPEN TO TRUE
            END-IF
            OPEN OUTPUT GLJRNL-FILE
            OPEN OUTPUT GLRPT-FILE
            MOVE "NIGHTLY GENERAL LEDGER JOURNAL" TO GLRPT-LINE
            WRITE GLRPT-LINE
            MOVE SPACES TO GLRPT-LINE
            STRING "JOURNAL DATE: " DELIMITED BY SIZE
                   WS-JOURNAL-DATE  DELIMITED BY SIZE
                   "  RUN DATE: "   DELIMITED BY SIZE
                   WS-TODAY         DELIMITED BY SIZE
                INTO GLRPT-LINE
            WRITE GLRPT-LINE.

        1050-SET-JOURNAL-DATE.
            MOVE WS-TODAY TO WS-JOURNAL-DATE
            OPEN INPUT GLDATE-CARD-FILE
            IF GLDATE-OK
                READ GLDATE-CARD-FILE
                    AT END MOVE ZERO TO GL-SELECT-DATE
                END-READ
                IF GL-SELECT-DATE NUMERIC
                   AND GL-SELECT-DATE NOT = ZERO
                    MOVE GL-SELECT-DATE TO WS-JOURNAL-DATE
                END-IF
                CLOSE GLDATE-CARD-FILE
            END-IF
            DISPLAY "CBLNAM39: JOURNAL DATE " WS-JOURNAL-DATE.

        1100-LOAD-MAP-TABLE.
            OPEN INPUT GLMAP-FILE
            IF NOT GLMAP-OK
                DISPLAY "CBLNAM39: ABENDING - UNABLE TO OPEN GLMAP, "
                        "STATUS=" WS-GLMAP-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            READ GLMAP-FILE
                AT END MOVE "Y" TO WS-MAP-EOF-SW
            END-READ
            PERFORM 1110-STORE-MAP-ROW UNTIL END-OF-GLMAP
            CLOSE GLMAP-FILE
            IF WS-MAP-COUNT = ZERO
                DISPLAY "CBLNAM39: ABENDING - GL MAPPING TABLE IS EMPTY"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        1110-STORE-MAP-ROW.
            IF WS-MAP-COUNT >= 300
                DISPLAY "CBLNAM39: ABENDING - GL MAPPING TABLE OVERFLOW"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-MAP-COUNT
            SET MP-IDX TO WS-MAP-COUNT
            MOVE GLM-POLICYTYPE  TO WS-MP-POLICYTYPE (MP-IDX)
            MOVE GLM-EVENT       TO WS-MP-EVENT (MP-IDX)
            MOVE GLM-DEBIT-ACCT  TO WS-MP-DEBIT-ACCT (MP-IDX)
            MOVE GLM-CREDIT-ACCT TO WS-MP-CREDIT-ACCT (MP-IDX)
            READ GLMAP-FILE
                AT END MOVE "Y" TO WS-MAP-EOF-SW
            END-READ.

      *> Each source is optional - a night with no billing has no
      *> BILLINV or GRPINV, and a night with no cancellations may have
      *> no RCVADJ at all.
        2000-COLLECT-EVENTS.
            OPEN INPUT BILLINV-FILE
            IF BILLINV-OK
                READ BILLINV-FILE
                    AT END MOVE "Y" TO WS-INV-EOF-SW
                END-READ
                PERFORM 2100-COLLECT-INVOICE UNTIL END-OF-BILLINV
                CLOSE BILLINV-FILE
            END-IF
            OPEN INPUT GRPINV-FILE
            IF GRPINV-OK
                READ GRPINV-FILE
                    AT END MOVE "Y" TO WS-GINV-EOF-SW
                END-READ
                PERFORM 2200-COLLECT-GROUP-INVOICE
                    UNTIL END-OF-GRPINV
                CLOSE GRPINV-FILE
            END-IF
            OPEN INPUT PAYPOST-FILE
            IF PAYPOST-OK
                READ PAYPOST-FILE
                    AT END MOVE "Y" TO WS-PAY-EOF-SW
                END-READ
                PERFORM 2300-COLLECT-PAYMENT UNTIL END-OF-PAYPOST
                CLOSE PAYPOST-FILE
            END-IF
            OPEN INPUT RCVADJ-FILE
            IF RCVADJ-OK
                READ RCVADJ-FILE
                    AT END MOVE "Y" TO WS-ADJ-EOF-SW
                END-READ
                PERFORM 2400-COLLECT-ADJUSTMENT UNTIL END-OF-RCVADJ
                CLOSE RCVADJ-FILE
            END-IF.

        2100-COLLECT-INVOICE.
            MOVE "BILL"           TO WS-EVENT
            MOVE INV-POLICYTYPE   TO WS-EVENT-POLICYTYPE
            MOVE INV-MONTHLY-PREM TO WS-EVENT-AMOUNT
            PERFORM 2900-ADD-POSTING
            READ BILLINV-FILE
                AT END MOVE "Y" TO WS-INV-EOF-SW
            END-READ.

      *> Only the member details carry premium; the group total
      *> record is their sum and would journal it twice.
        2200-COLLECT-GROUP-INVOICE.
            IF GINV-DETAIL
                MOVE "GRPB"            TO WS-EVENT
                MOVE GINV-POLICYNUM    TO POLICYNUM OF POLMAST-RECORD
                PERFORM 2950-GET-POLICYTYPE
                MOVE GINV-MONTHLY-PREM TO WS-EVENT-AMOUNT
                PERFORM 2900-ADD-POSTING
            END-IF
            READ GRPINV-FILE
                AT END MOVE "Y" TO WS-GINV-EOF-SW
            END-READ.

        2300-COLLECT-PAYMENT.
            IF PPST-POST-DATE = WS-JOURNAL-DATE
                IF PPST-APPLIED
                    MOVE "CASH" TO WS-EVENT
                ELSE
                    MOVE "UNAP" TO WS-EVENT
                END-IF
                MOVE PPST-POLICYNUM TO POLICYNUM OF POLMAST-RECORD
                PERFORM 2950-GET-POLICYTYPE
                MOVE PPST-AMOUNT TO WS-EVENT-AMOUNT
                PERFORM 2900-ADD-POSTING
            END-IF
            READ PAYPOST-FILE
                AT END MOVE "Y" TO WS-PAY-EOF-SW
            END-READ.

        2400-COLLECT-ADJUSTMENT.
            IF RADJ-POST-DATE = WS-JOURNAL-DATE
                EVALUATE TRUE
                    WHEN RADJ-WRITE-OFF
                        MOVE "WOFF" TO WS-EVENT
                    WHEN RADJ-CREDIT
                        MOVE "RCRD" TO WS-EVENT
                    WHEN OTHER
                        MOVE "RFND" TO WS-EVENT
                END-EVALUATE
                MOVE RADJ-POLICYTYPE TO WS-EVENT-POLICYTYPE
                MOVE RADJ-AMOUNT     TO WS-EVENT-AMOUNT
                PERFORM 2900-ADD-POSTING
            END-IF
            READ RCVADJ-FILE
                AT END MOVE "Y" TO WS-ADJ-EOF-SW
            END-READ.

        2900-ADD-POSTING.
            ADD 1 TO WS-EVENT-COUNT
            ADD WS-EVENT-AMOUNT TO WS-ALL-EVENT-TOTAL
            EVALUATE WS-EVENT
                WHEN "BILL"
                    ADD WS-EVENT-AMOUNT TO WS-BILL-TOTAL
                WHEN "GRPB"
                    ADD WS-EVENT-AMOUNT TO WS-GRPB-TOTAL
                WHEN "CASH"
                    ADD WS-EVENT-AMOUNT TO WS-CASH-TOTAL
                WHEN "UNAP"
                    ADD WS-EVENT-AMOUNT TO WS-UNAP-TOTAL
                WHEN "WOFF"
                    ADD WS-EVENT-AMOUNT TO WS-WOFF-TOTAL
                WHEN "RCRD"
                    ADD WS-EVENT-AMOUNT TO WS-RCRD-TOTAL
                WHEN OTHER
                    ADD WS-EVENT-AMOUNT TO WS-RFND-TOTAL
            END-EVALUATE
            MOVE "N" TO WS-CELL-FOUND-SW
            PERFORM 2910-MATCH-POSTING
                VARYING PT-IDX FROM 1 BY 1
                UNTIL PT-IDX > WS-POST-COUNT
                   OR CELL-FOUND
            IF NOT CELL-FOUND
                IF WS-POST-COUNT >= 400
                    DISPLAY "CBLNAM39: ABENDING - POSTING TABLE "
                            "OVERFLOW"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-POST-COUNT
                SET PT-IDX TO WS-POST-COUNT
                MOVE WS-EVENT-POLICYTYPE TO WS-PT-POLICYTYPE (PT-IDX)
                MOVE WS-EVENT            TO WS-PT-EVENT (PT-IDX)
                MOVE 1                   TO WS-PT-ITEM-COUNT (PT-IDX)
                MOVE WS-EVENT-AMOUNT     TO WS-PT-AMOUNT (PT-IDX)
            END-IF.

        2910-MATCH-POSTING.
            IF WS-PT-POLICYTYPE (PT-IDX) = WS-EVENT-POLICYTYPE
               AND WS-PT-EVENT (PT-IDX) = WS-EVENT
                SET CELL-FOUND TO TRUE
                ADD 1 TO WS-PT-ITEM-COUNT (PT-IDX)
                ADD WS-EVENT-AMOUNT TO WS-PT-AMOUNT (PT-IDX)
            END-IF.

      *> A policy no longer on the master (or no master at all) has
      *> no POLICYTYPE and journals on the event's default row.
        2950-GET-POLICYTYPE.
            MOVE SPACES TO WS-EVENT-POLICYTYPE
            IF POLMAST-FILE-OPEN
                READ POLMAST-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE POLICYTYPE OF POLMAST-RECORD
                            TO WS-EVENT-POLICYTYPE
                END-READ
            END-IF.

        3000-BUILD-JOURNAL.
            MOVE SPACES TO GLRPT-LINE
            WRITE GLRPT-LINE
            MOVE SPACES TO GLRPT-LINE
            STRING "TYPE  EVENT  ITEMS  DEBIT       CREDIT"
                                       DELIMITED BY SIZE
                   "                AMOUNT" DELIMITED BY SIZE
                INTO GLRPT-LINE
            WRITE GLRPT-LINE
            IF WS-POST-COUNT = ZERO
                MOVE "NO FINANCIAL EVENTS FOR THE JOURNAL DATE"
                    TO GLRPT-LINE
                WRITE GLRPT-LINE
            END-IF
            PERFORM 3100-JOURNAL-ONE-TOTAL
                VARYING PT-IDX FROM 1 BY 1
                UNTIL PT-IDX > WS-POST-COUNT.

        3100-JOURNAL-ONE-TOTAL.
            MOVE WS-PT-POLICYTYPE (PT-IDX) TO WS-LOOKUP-POLICYTYPE
            PERFORM 3200-FIND-MAPPING
            IF NOT MAP-FOUND
                MOVE "****" TO WS-LOOKUP-POLICYTYPE
                PERFORM 3200-FIND-MAPPING
            END-IF
            MOVE WS-PT-ITEM-COUNT (PT-IDX) TO WS-EDIT-COUNT
            MOVE WS-PT-AMOUNT (PT-IDX) TO WS-EDIT-AMOUNT
            MOVE SPACES TO GLRPT-LINE
            IF MAP-FOUND
                MOVE WS-DEBIT-ACCT TO GLJ-ACCOUNT
                SET GLJ-DEBIT TO TRUE
                PERFORM 3300-WRITE-JOURNAL-LINE
                ADD WS-PT-AMOUNT (PT-IDX) TO WS-DEBIT-TOTAL
                MOVE WS-CREDIT-ACCT TO GLJ-ACCOUNT
                SET GLJ-CREDIT TO TRUE
                PERFORM 3300-WRITE-JOURNAL-LINE
                ADD WS-PT-AMOUNT (PT-IDX) TO WS-CREDIT-TOTAL
                STRING WS-PT-POLICYTYPE (PT-IDX) DELIMITED BY SIZE
                       "  "                      DELIMITED BY SIZE
                       WS-PT-EVENT (PT-IDX)      DELIMITED BY SIZE
                       " "                       DELIMITED BY SIZE
                       WS-EDIT-COUNT             DELIMITED BY SIZE
                       "  "                      DELIMITED BY SIZE
                       WS-DEBIT-ACCT             DELIMITED BY SIZE
                       "  "                      DELIMITED BY SIZE
                       WS-CREDIT-ACCT            DELIMITED BY SIZE
                       "  "                      DELIMITED BY SIZE
                       WS-EDIT-AMOUNT            DELIMITED BY SIZE
                    INTO GLRPT-LINE
            ELSE
                ADD 1 TO WS-EXCEPT-COUNT
                STRING WS-PT-POLICYTYPE (PT-IDX) DELIMITED BY SIZE
                       "  "                      DELIMITED BY SIZE
                       WS-PT-EVENT (PT-IDX)      DELIMITED BY SIZE
                       " "                       DELIMITED BY SIZE
                       WS-EDIT-COUNT             DELIMITED BY SIZE
                       "  *** NO GL MAPPING *** " DELIMITED BY SIZE
                       WS-EDIT-AMOUNT            DELIMITED BY SIZE
                    INTO GLRPT-LINE
            END-IF
            WRITE GLRPT-LINE.

        3200-FIND-MAPPING.
            MOVE "N" TO WS-MAP-FOUND-SW
            PERFORM 3210-MATCH-ONE-MAPPING
                VARYING MP-IDX FROM 1 BY 1
                UNTIL MP-IDX > WS-MAP-COUNT
                   OR MAP-FOUND.

        3210-MATCH-ONE-MAPPING.
            IF WS-MP-POLICYTYPE (MP-IDX) = WS-LOOKUP-POLICYTYPE
               AND WS-MP-EVENT (MP-IDX) = WS-PT-EVENT (PT-IDX)
                SET MAP-FOUND TO TRUE
                MOVE WS-MP-DEBIT-ACCT (MP-IDX)  TO WS-DEBIT-ACCT
                MOVE WS-MP-CREDIT-ACCT (MP-IDX) TO WS-CREDIT-ACCT
            END-IF.

        3300-WRITE-JOURNAL-LINE.
            SET GLJ-ENTRY TO TRUE
            MOVE WS-JOURNAL-DATE           TO GLJ-JOURNAL-DATE
            MOVE WS-PT-POLICYTYPE (PT-IDX) TO GLJ-POLICYTYPE
            MOVE WS-PT-EVENT (PT-IDX)      TO GLJ-EVENT
            MOVE WS-PT-AMOUNT (PT-IDX)     TO GLJ-AMOUNT
            WRITE GL-JOURNAL-RECORD
            ADD 1 TO WS-JOURNAL-LINES.

      *> Tonight's receivable total, and last night's from RCVPRIOR.
      *> No RECVBL means nothing has ever been billed - a zero total.
      *> Only a journal of tonight's events is tied.
        4000-TIE-RECEIVABLES.
            IF WS-JOURNAL-DATE = WS-TODAY
                PERFORM 4050-TAKE-RECEIVABLE-TOTALS
            END-IF.

        4050-TAKE-RECEIVABLE-TOTALS.
            OPEN INPUT RECVBL-FILE
            IF RECVBL-OK
                READ RECVBL-FILE NEXT RECORD
                    AT END MOVE "Y" TO WS-RCV-EOF-SW
                END-READ
                PERFORM 4100-ADD-ONE-RECEIVABLE UNTIL END-OF-RECVBL
                CLOSE RECVBL-FILE
            END-IF
            OPEN INPUT RCVPRIOR-FILE
            IF RCVPRIOR-OK
                READ RCVPRIOR-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE PRIOR-RECVBL-TOTAL TO WS-PRIOR-RECVBL
                        SET PRIOR-TOTAL-KNOWN TO TRUE
                END-READ
                CLOSE RCVPRIOR-FILE
            END-IF
            OPEN OUTPUT RCVNEW-FILE
            MOVE WS-ACTUAL-RECVBL TO NEW-RECVBL-TOTAL
            WRITE RCVNEW-RECORD
            CLOSE RCVNEW-FILE.

        4100-ADD-ONE-RECEIVABLE.
            ADD 1 TO WS-RECVBL-COUNT
            ADD RCV-OPEN-BALANCE TO WS-ACTUAL-RECVBL
            READ RECVBL-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-RCV-EOF-SW
            END-READ.

        5000-PROVE-JOURNAL.
            MOVE SPACES TO GLRPT-LINE
            WRITE GLRPT-LINE
            MOVE "EVENT TOTALS" TO GLRPT-LINE
            WRITE GLRPT-LINE
            MOVE "PREMIUM BILLED - INDIVIDUAL" TO WS-LINE-LABEL
            MOVE WS-BILL-TOTAL TO WS-EDIT-AMOUNT
            PERFORM 5900-WRITE-AMOUNT-LINE
            MOVE "PREMIUM BILLED - GROUP" TO WS-LINE-LABEL
            MOVE WS-GRPB-TOTAL TO WS-EDIT-AMOUNT
            PERFORM 5900-WRITE-AMOUNT-LINE
            MOVE "CASH APPLIED" TO WS-LINE-LABEL
            MOVE WS-CASH-TOTAL TO WS-EDIT-AMOUNT
            PERFORM 5900-WRITE-AMOUNT-LINE
            MOVE "CASH UNAPPLIED" TO WS-LINE-LABEL
            MOVE WS-UNAP-TOTAL TO WS-EDIT-AMOUNT
            PERFORM 5900-WRITE-AMOUNT-LINE
            MOVE "NONPAYMENT WRITE-OFFS" TO WS-LINE-LABEL
            MOVE WS-WOFF-TOTAL TO WS-EDIT-AMOUNT
            PERFORM 5900-WRITE-AMOUNT-LINE
            MOVE "UNEARNED CREDITED TO RECVBL" TO WS-LINE-LABEL
            MOVE WS-RCRD-TOTAL TO WS-EDIT-AMOUNT
            PERFORM 5900-WRITE-AMOUNT-LINE
            MOVE "UNEARNED REFUNDED TO AP" TO WS-LINE-LABEL
            MOVE WS-RFND-TOTAL TO WS-EDIT-AMOUNT
            PERFORM 5900-WRITE-AMOUNT-LINE
            MOVE "ALL EVENTS" TO WS-LINE-LABEL
            MOVE WS-ALL-EVENT-TOTAL TO WS-EDIT-AMOUNT
            PERFORM 5900-WRITE-AMOUNT-LINE
            MOVE SPACES TO GLRPT-LINE
            WRITE GLRPT-LINE
            MOVE "JOURNAL PROOF" TO GLRPT-LINE
            WRITE GLRPT-LINE
            MOVE "TOTAL DEBITS" TO WS-LINE-LABEL
            MOVE WS-DEBIT-TOTAL TO WS-EDIT-AMOUNT
            PERFORM 5900-WRITE-AMOUNT-LINE
            MOVE "TOTAL CREDITS" TO WS-LINE-LABEL
            MOVE WS-CREDIT-TOTAL TO WS-EDIT-AMOUNT
            PERFORM 5900-WRITE-AMOUNT-LINE
            IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
                MOVE "DEBITS EQUAL CREDITS" TO GLRPT-LINE
            ELSE
                ADD 1 TO WS-PROOF-FAIL-COUNT
                MOVE "*** DEBITS DO NOT EQUAL CREDITS ***"
                    TO GLRPT-LINE
            END-IF
            WRITE GLRPT-LINE
            IF WS-DEBIT-TOTAL = WS-ALL-EVENT-TOTAL
                MOVE "EVERY EVENT JOURNALED" TO GLRPT-LINE
            ELSE
                ADD 1 TO WS-PROOF-FAIL-COUNT
                MOVE "*** EVENTS LEFT OFF JOURNAL - NO GL MAPPING ***"
                    TO GLRPT-LINE
            END-IF
            WRITE GLRPT-LINE
            PERFORM 5100-PROVE-RECEIVABLES
            IF WS-PROOF-FAIL-COUNT > ZERO
                MOVE "N" TO WS-BALANCED-SW
                MOVE SPACES TO GLRPT-LINE
                WRITE GLRPT-LINE
                MOVE "*** JOURNAL OUT OF BALANCE - DO NOT IMPORT ***"
                    TO GLRPT-LINE
                WRITE GLRPT-LINE
            END-IF
            SET GLJ-TRAILER TO TRUE
            MOVE WS-JOURNAL-DATE  TO GLJ-JOURNAL-DATE
            MOVE WS-JOURNAL-LINES TO GLJ-LINE-COUNT
            MOVE WS-DEBIT-TOTAL   TO GLJ-DEBIT-TOTAL
            MOVE WS-CREDIT-TOTAL  TO GLJ-CREDIT-TOTAL
            MOVE WS-BALANCED-SW   TO GLJ-BALANCED-FLAG
            WRITE GL-JOURNAL-RECORD.

      *> Unapplied cash, group premium and refunds to AP never touch
      *> RECVBL; individual billing, applied cash, unearned credits
      *> and nonpayment write-offs move it.
        5100-PROVE-RECEIVABLES.
            MOVE SPACES TO GLRPT-LINE
            WRITE GLRPT-LINE
            MOVE "RECEIVABLE TIE-OUT" TO GLRPT-LINE
            WRITE GLRPT-LINE
            IF WS-JOURNAL-DATE = WS-TODAY
                PERFORM 5150-TIE-RECEIVABLES
            ELSE
                MOVE
                    "RECEIVABLE TIE NOT APPLICABLE - BACK-DATED JOURNAL"
                    TO GLRPT-LINE
                WRITE GLRPT-LINE
            END-IF.

        5150-TIE-RECEIVABLES.
            MOVE "RECVBL RECORDS ON FILE" TO WS-LINE-LABEL
            MOVE WS-RECVBL-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO GLRPT-LINE
            STRING WS-LINE-LABEL DELIMITED BY SIZE
                   "  "          DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                INTO GLRPT-LINE
            WRITE GLRPT-LINE
            MOVE "RECVBL TOTAL TONIGHT" TO WS-LINE-LABEL
            MOVE WS-ACTUAL-RECVBL TO WS-EDIT-AMOUNT
            PERFORM 5900-WRITE-AMOUNT-LINE
            IF PRIOR-TOTAL-KNOWN
                MOVE "RECVBL TOTAL PRIOR NIGHT" TO WS-LINE-LABEL
                MOVE WS-PRIOR-RECVBL TO WS-EDIT-AMOUNT
                PERFORM 5900-WRITE-AMOUNT-LINE
                COMPUTE WS-EXPECTED-RECVBL
                    = WS-PRIOR-RECVBL + WS-BILL-TOTAL
                    - WS-CASH-TOTAL - WS-RCRD-TOTAL - WS-WOFF-TOTAL
                MOVE WS-EXPECTED-RECVBL TO WS-EDIT-SIGNED
                MOVE SPACES TO GLRPT-LINE
                STRING "EXPECTED FROM JOURNAL" DELIMITED BY SIZE
                       "           "           DELIMITED BY SIZE
                       WS-EDIT-SIGNED          DELIMITED BY SIZE
                    INTO GLRPT-LINE
                WRITE GLRPT-LINE
                IF WS-EXPECTED-RECVBL = WS-ACTUAL-RECVBL
                    MOVE "RECVBL MOVEMENT TIES TO JOURNAL" TO GLRPT-LINE
                ELSE
                    ADD 1 TO WS-PROOF-FAIL-COUNT
                    MOVE "*** RECVBL MOVEMENT DOES NOT TIE ***"
                        TO GLRPT-LINE
                END-IF
                WRITE GLRPT-LINE
            ELSE
                MOVE "NO PRIOR RECVBL TOTAL - TONIGHT IS THE BASELINE"
                    TO GLRPT-LINE
                WRITE GLRPT-LINE
            END-IF.

        5900-WRITE-AMOUNT-LINE.
            MOVE SPACES TO GLRPT-LINE
            STRING WS-LINE-LABEL  DELIMITED BY SIZE
                   "  "           DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                INTO GLRPT-LINE
            WRITE GLRPT-LINE.

      *> Always written, so CBLNAM15 can tell a balanced journal from
      *> one that did not run; the reject count is the number of
      *> failed proofs.
        6000-WRITE-RUN-CONTROL.
            OPEN EXTEND RUNCTL-FILE
            IF WS-RUNCTL-STATUS = "05" OR WS-RUNCTL-STATUS = "35"
                OPEN OUTPUT RUNCTL-FILE
            END-IF
            MOVE WS-TODAY TO RUNCTL-RUN-DATE
            MOVE "CBLNAM39" TO RUNCTL-PROGRAM
            MOVE WS-EVENT-COUNT TO RUNCTL-READ-COUNT
            MOVE ZERO TO RUNCTL-LOAD-COUNT
            MOVE ZERO TO RUNCTL-ADD-COUNT
            MOVE ZERO TO RUNCTL-CHANGE-COUNT
            MOVE ZERO TO RUNCTL-DELETE-COUNT
            MOVE WS-PROOF-FAIL-COUNT TO RUNCTL-REJECT-COUNT
            MOVE WS-JOURNAL-LINES TO RUNCTL-EXTRACT-COUNT
            WRITE RUNCTL-RECORD
            CLOSE RUNCTL-FILE.

        9000-TERMINATE.
            IF POLMAST-FILE-OPEN
                CLOSE POLMAST-FILE
            END-IF
            CLOSE GLJRNL-FILE
            CLOSE GLRPT-FILE
            IF NOT JOURNAL-IN-BALANCE
                MOVE 8 TO RETURN-CODE
            END-IF
            DISPLAY "CBLNAM39: EVENTS=" WS-EVENT-COUNT
                    " JOURNAL-LINES=" WS-JOURNAL-LINES
                    " EXCEPTIONS=" WS-EXCEPT-COUNT
                    " BALANCED=" WS-BALANCED-SW.
