      *> CBLNAM36 - unearned-premium refund run for mid-term
      *> cancellations.  Reads the day's AUDITLOG for every policy
      *> taken out of force - a CBLNAM10 declined renewal, a CBLNAM20
      *> cancel for nonpayment (status images moving an ACTIVE or
      *> RENEWAL-DUE policy to CANCELLED), or a CBLNAM04 policy delete
      *> of an in-force policy - and works out what the member paid
      *> for cover they will not get.
      *>
      *> The monthly premium is re-rated the way CBLNAM09 billed it:
      *> the POLTYPE premium class and age off the audit before-image,
      *> the RATETAB row in effect on the last bill date on RECVBL,
      *> times the CBLNAM29 EXPRATE factor when the policy has one.
      *> The paid period runs from that last bill date to the same day
      *> next month; the unearned premium is the monthly premium pro
      *> rata for the days from the cancellation date to the end of
      *> the period.  That credit is netted against the RECVBL open
      *> balance:
      *>   - more credit than balance - the difference is refunded on
      *>     the REFDISB disbursement extract for accounts payable and
      *>     the receivable is cleared;
      *>   - less credit than balance - the receivable is reduced by
      *>     the credit and the rest stays due;
      *>   - cancel for nonpayment - no refund is ever cut, and
      *>     nothing moves on the night of the cancel: RECVBL is left
      *>     standing for the CBLNAM35 reinstatement window, so the
      *>     arrears are still there to be paid, and the register shows
      *>     the write-off as pending.  On the night the window closes
      *>     (the REINWIN card, the same card CBLNAM35 reads) a policy
      *>     that has not been reinstated is settled against whatever
      *>     balance is then left: the unearned credit and the write-off
      *>     of the rest are posted and RECVBL is cleared, so the ledger
      *>     and the receivable move together.
      *> Group members bill through the employer's GRPINV invoice, not
      *> RECVBL, and are listed for the group's account manager rather
      *> than refunded individually.  A policy whose premium cannot be
      *> re-rated is an exception line for hand review, never a
      *> guessed refund.  The REFDATE card names the cancellation date
      *> to process for a missed night; with no card (or a zero date)
      *> it is today.
      *>
      *> Every write-off, receivable credit and refund is also
      *> appended to the RCVADJ receivable adjustment extract, stamped
      *> with tonight's date and the cancellation date, for the
      *> nightly GL journal.  A rerun for a date already processed
      *> reads RCVADJ first and lists a policy already settled for
      *> that cancellation as already processed rather than posting
      *> it twice.  The day's cancellations are all gathered off the
      *> log before anything is posted, so a table overflow abends
      *> with nothing yet changed on RECVBL.  REFDISB is appended to
      *> the same way, so a rerun after an abend keeps the refunds the
      *> first attempt cut; accounts payable empties it when it takes
      *> the extract.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CBLNAM36.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REFDATE-CARD-FILE ASSIGN TO "REFDATE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REFDATE-STATUS.

            SELECT REINWIN-CARD-FILE ASSIGN TO "REINWIN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REINWIN-STATUS.

            SELECT RATETAB-FILE ASSIGN TO "RATETAB"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RATETAB-STATUS.

            SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

            SELECT POLTYPE-FILE ASSIGN TO "POLTYPE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS POLTYPE-CODE
                FILE STATUS IS WS-POLTYPE-STATUS.

            SELECT EXPRATE-FILE ASSIGN TO "EXPRATE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EXPR-POLICYNUM
                FILE STATUS IS WS-EXPRATE-STATUS.

            SELECT RECVBL-FILE ASSIGN TO "RECVBL"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RCV-POLICYNUM
                FILE STATUS IS WS-RECVBL-STATUS.

            SELECT REFDISB-FILE ASSIGN TO "REFDISB"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REFDISB-STATUS.

            SELECT REFRPT-FILE ASSIGN TO "REFRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REFRPT-STATUS.

            SELECT RCVADJ-FILE ASSIGN TO "RCVADJ"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RCVADJ-STATUS.

        DATA DIVISION.
        FILE SECTION.
      *> REFDATE card - optional CCYYMMDD cancellation date to process.
      *> No card (or a zero date) means today.
        FD  REFDATE-CARD-FILE.
        01  REFDATE-CARD.
            05 REF-SELECT-DATE      PIC 9(8).

      *> REINWIN card - the CBLNAM35 reinstatement window in days.
        FD  REINWIN-CARD-FILE.
        01  REINWIN-CARD.
            05 REINWIN-DAYS         PIC 9(3).

        FD  RATETAB-FILE.
            COPY ratetab.

        FD  AUDIT-FILE.
            COPY audit.

        FD  POLTYPE-FILE.
            COPY poltype.

        FD  EXPRATE-FILE.
            COPY exprate.

        FD  RECVBL-FILE.
            COPY recvbl.

        FD  REFDISB-FILE.
            COPY refdisb.

        FD  REFRPT-FILE.
        01  REFRPT-LINE             PIC X(80).

        FD  RCVADJ-FILE.
            COPY rcvadj.

        WORKING-STORAGE SECTION.
        01  WS-REFDATE-STATUS       PIC X(2).
            88 REFDATE-OK           VALUE "00".
        01  WS-REINWIN-STATUS       PIC X(2).
            88 REINWIN-OK           VALUE "00".
        01  WS-RATETAB-STATUS       PIC X(2).
            88 RATETAB-OK           VALUE "00".
        01  WS-AUDIT-STATUS         PIC X(2).
            88 AUDIT-OK             VALUE "00".
        01  WS-POLTYPE-STATUS       PIC X(2).
            88 POLTYPE-OK           VALUE "00".
        01  WS-EXPRATE-STATUS       PIC X(2).
            88 EXPRATE-OK           VALUE "00".
        01  WS-RECVBL-STATUS        PIC X(2).
            88 RECVBL-OK            VALUE "00".
        01  WS-REFDISB-STATUS       PIC X(2).
        01  WS-REFRPT-STATUS        PIC X(2).
        01  WS-RCVADJ-STATUS        PIC X(2).
            88 RCVADJ-OK            VALUE "00".

        01  WS-SWITCHES.
            05 WS-LOG-EOF-SW        PIC X(1) VALUE "N".
              88 END-OF-AUDITLOG    VALUE "Y".
            05 WS-RATETAB-EOF-SW    PIC X(1) VALUE "N".
              88 END-OF-RATETAB     VALUE "Y".
            05 WS-LOG-OPEN-SW       PIC X(1) VALUE "N".
              88 AUDITLOG-READ-OPEN VALUE "Y".
            05 WS-POLTYPE-OPEN-SW   PIC X(1) VALUE "N".
              88 POLTYPE-FILE-OPEN  VALUE "Y".
            05 WS-EXPRATE-OPEN-SW   PIC X(1) VALUE "N".
              88 EXPRATE-FILE-OPEN  VALUE "Y".
            05 WS-RECVBL-OPEN-SW    PIC X(1) VALUE "N".
              88 RECVBL-FILE-OPEN   VALUE "Y".
            05 WS-RATE-FOUND-SW     PIC X(1).
              88 RATE-FOUND         VALUE "Y".
            05 WS-SEEN-SW           PIC X(1).
              88 ALREADY-SEEN       VALUE "Y".
            05 WS-RCVADJ-EOF-SW     PIC X(1) VALUE "N".
              88 END-OF-RCVADJ      VALUE "Y".
            05 WS-DONE-SW           PIC X(1).
              88 ALREADY-PROCESSED  VALUE "Y".

        01  WS-TODAY                PIC 9(8).
        01  WS-REFUND-DATE          PIC 9(8).
        01  WS-LAST-BILL-DATE       PIC 9(8).
        01  WS-CANCEL-INT           PIC 9(8).
        01  WS-CANCEL-DATE          PIC 9(8).

      *> Nonpayment cancels of this date have just run out of
      *> reinstatement window - CBLNAM35 still takes them on the last
      *> day of the window, so the write-off waits until the day after.
      *> Same shop default as CBLNAM35 when there is no REINWIN card.
        01  WS-WINDOW-DAYS          PIC 9(3) VALUE 30.
        01  WS-WINDOW-INT           PIC 9(8).
        01  WS-WINDOW-CANCEL-DATE   PIC 9(8).

      *> Paid-period arithmetic.  The period ends the day before the
      *> same day-of-month in the month after the last bill date -
      *> pulled back to that month's last day when it is shorter
      *> (a 31 January bill is paid through 27 or 28 February).
        01  WS-NEXT-BILL-DATE       PIC 9(8).
        01  WS-NEXT-BILL-PARTS REDEFINES WS-NEXT-BILL-DATE.
            05 WS-NB-YEAR           PIC 9(4).
            05 WS-NB-MONTH          PIC 9(2).
            05 WS-NB-DAY            PIC 9(2).
        01  WS-MONTH-AFTER-DATE     PIC 9(8).
        01  WS-MONTH-AFTER-PARTS REDEFINES WS-MONTH-AFTER-DATE.
            05 WS-MA-YEAR           PIC 9(4).
            05 WS-MA-MONTH          PIC 9(2).
            05 WS-MA-DAY            PIC 9(2).
        01  WS-BILL-DAY             PIC 9(2).
        01  WS-MONTH-DAYS           PIC 9(2).
        01  WS-BILL-INT             PIC 9(8).
        01  WS-NEXT-BILL-INT        PIC 9(8).
        01  WS-PERIOD-DAYS          PIC 9(3).
        01  WS-DAYS-LEFT            PIC S9(5).

        01  WS-FOUND-PREM           PIC 9(5)V99.
        01  WS-BEST-EFF-DATE        PIC 9(8).
        01  WS-UNEARNED             PIC 9(7)V99.
        01  WS-OPEN-BALANCE         PIC 9(9)V99.
        01  WS-RESULT-AMOUNT        PIC 9(9)V99.
        01  WS-CREDIT-AMOUNT        PIC 9(9)V99.
        01  WS-RESULT-LABEL         PIC X(10).
        01  WS-CANCEL-KIND          PIC X(6).
        01  WS-NOTE                 PIC X(40).

        01  WS-COUNTERS.
            05 WS-LOG-READ-COUNT    PIC 9(7) VALUE ZERO.
            05 WS-CANCEL-COUNT      PIC 9(7) VALUE ZERO.
            05 WS-WINDOW-COUNT      PIC 9(7) VALUE ZERO.
            05 WS-DEFER-COUNT       PIC 9(7) VALUE ZERO.
            05 WS-REINSTATED-COUNT  PIC 9(7) VALUE ZERO.
            05 WS-DONE-COUNT        PIC 9(7) VALUE ZERO.
            05 WS-REFUND-COUNT      PIC 9(7) VALUE ZERO.
            05 WS-WRITEOFF-COUNT    PIC 9(7) VALUE ZERO.
            05 WS-BALDUE-COUNT      PIC 9(7) VALUE ZERO.
            05 WS-NIL-COUNT         PIC 9(7) VALUE ZERO.
            05 WS-GROUP-COUNT       PIC 9(7) VALUE ZERO.
            05 WS-EXCEPT-COUNT      PIC 9(7) VALUE ZERO.

        01  WS-AMOUNT-TOTALS.
            05 WS-UNEARNED-TOTAL    PIC 9(9)V99 VALUE ZERO.
            05 WS-REFUND-TOTAL      PIC 9(9)V99 VALUE ZERO.
            05 WS-WRITEOFF-TOTAL    PIC 9(9)V99 VALUE ZERO.

      *> In-core copy of the rate table, the same 200-row shape
      *> CBLNAM09 loads; overflow abends rather than re-rate against a
      *> partial table.
        01  WS-RATE-TABLE.
            05 WS-RATE-COUNT        PIC 9(3) VALUE ZERO.
            05 WS-RATE-ENTRY OCCURS 200 TIMES
                    INDEXED BY RT-IDX.
              10 WS-RT-PREM-CLASS   PIC X(1).
              10 WS-RT-AGE-LOW      PIC 9(3).
              10 WS-RT-AGE-HIGH     PIC 9(3).
              10 WS-RT-MONTHLY-PREM PIC 9(5)V99.
              10 WS-RT-EFF-DATE     PIC 9(8).

      *> The cancellations gathered off the log, each kept as its
      *> whole audit image and mapped back through the audit record
      *> area when it is posted.  A policy is held once per kind of
      *> entry - a decline followed by a delete on the same day is one
      *> cancellation, refunded once.  A window-close entry is marked
      *> reinstated when a later status image on the log takes the
      *> policy back out of CANCELLED.
        01  WS-SEEN-TABLE.
            05 WS-SEEN-COUNT        PIC 9(4) VALUE ZERO.
            05 WS-SEEN-ENTRY OCCURS 2000 TIMES.
              10 WS-SEEN-KIND       PIC X(1).
                88 SEEN-CANCELLATION  VALUE "C".
                88 SEEN-WINDOW-CLOSE  VALUE "W".
              10 WS-SEEN-STATE      PIC X(1).
                88 SEEN-REINSTATED    VALUE "R".
              10 WS-SEEN-IMAGE      PIC X(323).
        01  WS-SEEN-SUB             PIC 9(4).
        01  WS-SCAN-KIND            PIC X(1).
        01  WS-POST-KIND            PIC X(1).

      *> Policy and cancellation date of every adjustment already on
      *> RCVADJ for the dates this run settles.  Records written
      *> before the cancellation date was carried count on their post
      *> date, which was the cancellation date on a normal night.
        01  WS-DONE-TABLE.
            05 WS-DONE-ENTRIES      PIC 9(4) VALUE ZERO.
            05 WS-DONE-ENTRY OCCURS 2000 TIMES.
              10 WS-DONE-POLICYNUM  PIC X(8).
              10 WS-DONE-CANCEL-DATE PIC 9(8).
        01  WS-DONE-SUB             PIC 9(4).
        01  WS-RADJ-CANCEL-DATE     PIC 9(8).
        01  WS-CHECK-POLICYNUM      PIC X(8).

        01  WS-EDIT-PREM            PIC ZZ,ZZ9.99.
        01  WS-EDIT-BALANCE         PIC ZZZ,ZZ9.99.
        01  WS-EDIT-AMOUNT          PIC ZZZ,ZZ9.99.
        01  WS-EDIT-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
        01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.

        PROCEDURE DIVISION.
        0000-MAIN-PARA.
            PERFORM 1000-INITIALIZE
            PERFORM 2000-SCAN-AUDIT-LOG UNTIL END-OF-AUDITLOG
            PERFORM 2500-POST-CANCELLATIONS
            PERFORM 9000-TERMINATE
            STOP RUN.

        1000-INITIALIZE.
            PERFORM 1050-SET-REFUND-DATE
            PERFORM 1060-SET-WINDOW-DATE
            PERFORM 1100-LOAD-RATE-TABLE
            PERFORM 1200-LOAD-DONE-TABLE
            OPEN INPUT POLTYPE-FILE
            IF POLTYPE-OK
                SET POLTYPE-FILE-OPEN TO TRUE
            END-IF
      *> No EXPRATE file means no experience-rating cycle has run -
      *> every policy was billed at factor 1.00.
            OPEN INPUT EXPRATE-FILE
            IF EXPRATE-OK
                SET EXPRATE-FILE-OPEN TO TRUE
            END-IF
      *> No receivable file means nothing has ever been billed, so
      *> nothing can be unearned - every cancellation lists as nil.
            OPEN I-O RECVBL-FILE
            IF RECVBL-OK
                SET RECVBL-FILE-OPEN TO TRUE
            END-IF
            OPEN EXTEND REFDISB-FILE
            IF WS-REFDISB-STATUS = "05" OR WS-REFDISB-STATUS = "35"
                OPEN OUTPUT REFDISB-FILE
            END-IF
            OPEN EXTEND RCVADJ-FILE
            IF WS-RCVADJ-STATUS = "05" OR WS-RCVADJ-STATUS = "35"
                OPEN OUTPUT RCVADJ-FILE
            END-IF
            OPEN OUTPUT REFRPT-FILE
            MOVE "UNEARNED PREMIUM REFUND REGISTER" TO REFRPT-LINE
            WRITE REFRPT-LINE
            MOVE SPACES TO REFRPT-LINE
            STRING "CANCELLATION DATE: " DELIMITED BY SIZE
                   WS-REFUND-DATE        DELIMITED BY SIZE
                INTO REFRPT-LINE
            WRITE REFRPT-LINE
            MOVE SPACES TO REFRPT-LINE
            STRING "REINSTATEMENT WINDOW CLOSED ON NONPAY CANCELS OF: "
                                         DELIMITED BY SIZE
                   WS-WINDOW-CANCEL-DATE DELIMITED BY SIZE
                INTO REFRPT-LINE
            WRITE REFRPT-LINE
            MOVE SPACES TO REFRPT-LINE
            WRITE REFRPT-LINE
            MOVE SPACES TO REFRPT-LINE
            STRING "POLICYNUM  TYPE  KIND     UNEARNED    OPEN BAL"
                                      DELIMITED BY SIZE
                   "      AMOUNT  RESULT" DELIMITED BY SIZE
                INTO REFRPT-LINE
            WRITE REFRPT-LINE
            OPEN INPUT AUDIT-FILE
            IF AUDIT-OK
                SET AUDITLOG-READ-OPEN TO TRUE
                READ AUDIT-FILE
                    AT END MOVE "Y" TO WS-LOG-EOF-SW
                END-READ
            ELSE
                MOVE "Y" TO WS-LOG-EOF-SW
                MOVE "NO AUDIT LOG - NO CANCELLATIONS TO PROCESS"
                    TO REFRPT-LINE
                WRITE REFRPT-LINE
            END-IF.

        1050-SET-REFUND-DATE.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
            MOVE WS-TODAY TO WS-REFUND-DATE
            OPEN INPUT REFDATE-CARD-FILE
            IF REFDATE-OK
                READ REFDATE-CARD-FILE
                    AT END MOVE ZERO TO REF-SELECT-DATE
                END-READ
                IF REF-SELECT-DATE NUMERIC
                   AND REF-SELECT-DATE NOT = ZERO
                    MOVE REF-SELECT-DATE TO WS-REFUND-DATE
                END-IF
                CLOSE REFDATE-CARD-FILE
            END-IF
            DISPLAY "CBLNAM36: CANCELLATIONS OF " WS-REFUND-DATE.

        1060-SET-WINDOW-DATE.
            OPEN INPUT REINWIN-CARD-FILE
            IF REINWIN-OK
                READ REINWIN-CARD-FILE
                    AT END MOVE ZERO TO REINWIN-DAYS
                END-READ
                IF REINWIN-DAYS NOT = ZERO
                    MOVE REINWIN-DAYS TO WS-WINDOW-DAYS
                END-IF
                CLOSE REINWIN-CARD-FILE
            END-IF
            COMPUTE WS-WINDOW-INT
                = FUNCTION INTEGER-OF-DATE (WS-REFUND-DATE)
                - WS-WINDOW-DAYS - 1
            COMPUTE WS-WINDOW-CANCEL-DATE
                = FUNCTION DATE-OF-INTEGER (WS-WINDOW-INT)
            DISPLAY "CBLNAM36: WINDOW CLOSED ON NONPAY CANCELS OF "
                    WS-WINDOW-CANCEL-DATE.

        1100-LOAD-RATE-TABLE.
            OPEN INPUT RATETAB-FILE
            IF NOT RATETAB-OK
                DISPLAY "CBLNAM36: ABENDING - UNABLE TO OPEN RATETAB, "
                        "STATUS=" WS-RATETAB-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            READ RATETAB-FILE
                AT END MOVE "Y" TO WS-RATETAB-EOF-SW
            END-READ
            PERFORM 1110-STORE-RATE-ROW UNTIL END-OF-RATETAB
            CLOSE RATETAB-FILE.

        1110-STORE-RATE-ROW.
            IF WS-RATE-COUNT >= 200
                DISPLAY "CBLNAM36: ABENDING - RATE TABLE OVERFLOW"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-RATE-COUNT
            SET RT-IDX TO WS-RATE-COUNT
            MOVE RATE-PREM-CLASS   TO WS-RT-PREM-CLASS (RT-IDX)
            MOVE RATE-AGE-LOW      TO WS-RT-AGE-LOW (RT-IDX)
            MOVE RATE-AGE-HIGH     TO WS-RT-AGE-HIGH (RT-IDX)
            MOVE RATE-MONTHLY-PREM TO WS-RT-MONTHLY-PREM (RT-IDX)
            MOVE RATE-EFF-DATE     TO WS-RT-EFF-DATE (RT-IDX)
            READ RATETAB-FILE
                AT END MOVE "Y" TO WS-RATETAB-EOF-SW
            END-READ.

      *> Read before RCVADJ is opened for tonight's postings.  No
      *> RCVADJ yet means nothing has ever been settled.
        1200-LOAD-DONE-TABLE.
            OPEN INPUT RCVADJ-FILE
            IF RCVADJ-OK
                READ RCVADJ-FILE
                    AT END MOVE "Y" TO WS-RCVADJ-EOF-SW
                END-READ
                PERFORM 1210-NOTE-ONE-ADJUSTMENT UNTIL END-OF-RCVADJ
                CLOSE RCVADJ-FILE
            END-IF.

        1210-NOTE-ONE-ADJUSTMENT.
            IF RADJ-CANCEL-DATE NUMERIC
               AND RADJ-CANCEL-DATE NOT = ZERO
                MOVE RADJ-CANCEL-DATE TO WS-RADJ-CANCEL-DATE
            ELSE
                MOVE RADJ-POST-DATE TO WS-RADJ-CANCEL-DATE
            END-IF
            IF WS-RADJ-CANCEL-DATE = WS-REFUND-DATE
               OR WS-RADJ-CANCEL-DATE = WS-WINDOW-CANCEL-DATE
                MOVE RADJ-POLICYNUM      TO WS-CHECK-POLICYNUM
                MOVE WS-RADJ-CANCEL-DATE TO WS-CANCEL-DATE
                PERFORM 2610-CHECK-DONE
                IF NOT ALREADY-PROCESSED
                    IF WS-DONE-ENTRIES >= 2000
                        DISPLAY "CBLNAM36: ABENDING - SETTLED POLICY "
                                "TABLE OVERFLOW"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-DONE-ENTRIES
                    MOVE WS-CHECK-POLICYNUM
                        TO WS-DONE-POLICYNUM (WS-DONE-ENTRIES)
                    MOVE WS-CANCEL-DATE
                        TO WS-DONE-CANCEL-DATE (WS-DONE-ENTRIES)
                END-IF
            END-IF
            READ RCVADJ-FILE
                AT END MOVE "Y" TO WS-RCVADJ-EOF-SW
            END-READ.

      *> A cancellation is a status move from in force (ACTIVE or
      *> RENEWAL-DUE) to CANCELLED, or a delete whose before-image was
      *> in force, stamped on the date being processed.  A lapse earns
      *> its whole term and a delete of an already-cancelled policy
      *> was refunded the day it was cancelled.  A CBLNAM20 nonpayment
      *> cancel on the window-close date is gathered again to be
      *> settled, unless a later status image brought it back.
      *> Nothing is posted until the whole log has been read.
        2000-SCAN-AUDIT-LOG.
            ADD 1 TO WS-LOG-READ-COUNT
            IF AUDIT-TIMESTAMP (1:8) = WS-REFUND-DATE
               AND (BEFORE-POL-STATUS = "A" OR BEFORE-POL-STATUS = "R")
                MOVE "C" TO WS-SCAN-KIND
                EVALUATE TRUE
                    WHEN AUDIT-ACTION-CHANGE
                     AND AFTER-POL-STATUS = "C"
                        PERFORM 2100-CHECK-SEEN
                    WHEN AUDIT-ACTION-DELETE
                        PERFORM 2100-CHECK-SEEN
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
            IF AUDIT-TIMESTAMP (1:8) = WS-WINDOW-CANCEL-DATE
               AND (BEFORE-POL-STATUS = "A" OR BEFORE-POL-STATUS = "R")
               AND AUDIT-ACTION-CHANGE
               AND AFTER-POL-STATUS = "C"
               AND AUDIT-USERID = "CBLNAM20"
                MOVE "W" TO WS-SCAN-KIND
                PERFORM 2100-CHECK-SEEN
            END-IF
            IF AUDIT-ACTION-CHANGE
               AND BEFORE-POL-STATUS = "C"
               AND AFTER-POL-STATUS NOT = "C"
                PERFORM 2200-MARK-REINSTATED
                    VARYING WS-SEEN-SUB FROM 1 BY 1
                    UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
            END-IF
            READ AUDIT-FILE
                AT END MOVE "Y" TO WS-LOG-EOF-SW
            END-READ.

        2100-CHECK-SEEN.
            MOVE "N" TO WS-SEEN-SW
            PERFORM 2110-MATCH-ONE-SEEN
                VARYING WS-SEEN-SUB FROM 1 BY 1
                UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
                   OR ALREADY-SEEN
            IF NOT ALREADY-SEEN
                IF WS-SEEN-COUNT >= 2000
                    DISPLAY "CBLNAM36: ABENDING - CANCELLATION TABLE "
                            "OVERFLOW"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-SEEN-COUNT
                MOVE WS-SCAN-KIND TO WS-SEEN-KIND (WS-SEEN-COUNT)
                MOVE SPACE        TO WS-SEEN-STATE (WS-SEEN-COUNT)
                MOVE AUDIT-RECORD TO WS-SEEN-IMAGE (WS-SEEN-COUNT)
            END-IF.

        2110-MATCH-ONE-SEEN.
            IF WS-SEEN-IMAGE (WS-SEEN-SUB) (1:8) = AUDIT-POLICYNUM
               AND WS-SEEN-KIND (WS-SEEN-SUB) = WS-SCAN-KIND
                SET ALREADY-SEEN TO TRUE
            END-IF.

        2200-MARK-REINSTATED.
            IF SEEN-WINDOW-CLOSE (WS-SEEN-SUB)
               AND WS-SEEN-IMAGE (WS-SEEN-SUB) (1:8) = AUDIT-POLICYNUM
                SET SEEN-REINSTATED (WS-SEEN-SUB) TO TRUE
            END-IF.

      *> The night's cancellations first, then the nonpayment cancels
      *> whose reinstatement window has closed.
        2500-POST-CANCELLATIONS.
            MOVE "C" TO WS-POST-KIND
            PERFORM 2600-POST-ONE-ENTRY
                VARYING WS-SEEN-SUB FROM 1 BY 1
                UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
            MOVE SPACES TO REFRPT-LINE
            WRITE REFRPT-LINE
            MOVE SPACES TO REFRPT-LINE
            STRING "WINDOW CLOSED - NONPAYMENT CANCELS OF "
                                         DELIMITED BY SIZE
                   WS-WINDOW-CANCEL-DATE DELIMITED BY SIZE
                INTO REFRPT-LINE
            WRITE REFRPT-LINE
            MOVE "W" TO WS-POST-KIND
            PERFORM 2600-POST-ONE-ENTRY
                VARYING WS-SEEN-SUB FROM 1 BY 1
                UNTIL WS-SEEN-SUB > WS-SEEN-COUNT.

        2600-POST-ONE-ENTRY.
            IF WS-SEEN-KIND (WS-SEEN-SUB) = WS-POST-KIND
                MOVE WS-SEEN-IMAGE (WS-SEEN-SUB) TO AUDIT-RECORD
                MOVE AUDIT-TIMESTAMP (1:8) TO WS-CANCEL-DATE
                COMPUTE WS-CANCEL-INT
                    = FUNCTION INTEGER-OF-DATE (WS-CANCEL-DATE)
                IF SEEN-CANCELLATION (WS-SEEN-SUB)
                    ADD 1 TO WS-CANCEL-COUNT
                ELSE
                    ADD 1 TO WS-WINDOW-COUNT
                END-IF
                EVALUATE TRUE
                    WHEN AUDIT-ACTION-DELETE
                        MOVE "DELETE" TO WS-CANCEL-KIND
                    WHEN AUDIT-USERID = "CBLNAM20"
                        MOVE "NONPAY" TO WS-CANCEL-KIND
                    WHEN OTHER
                        MOVE "CANCEL" TO WS-CANCEL-KIND
                END-EVALUATE
                MOVE SPACES TO WS-NOTE
                MOVE AUDIT-POLICYNUM TO WS-CHECK-POLICYNUM
                PERFORM 2610-CHECK-DONE
                EVALUATE TRUE
                    WHEN SEEN-REINSTATED (WS-SEEN-SUB)
                        ADD 1 TO WS-REINSTATED-COUNT
                        MOVE "REINSTATED - RECEIVABLE LEFT TO COLLECT"
                            TO WS-NOTE
                        PERFORM 3800-WRITE-NOTE-LINE
                    WHEN ALREADY-PROCESSED
                        ADD 1 TO WS-DONE-COUNT
                        MOVE "ALREADY PROCESSED" TO WS-NOTE
                        PERFORM 3800-WRITE-NOTE-LINE
                    WHEN OTHER
                        PERFORM 3000-PROCESS-CANCELLATION
                END-EVALUATE
            END-IF.

        2610-CHECK-DONE.
            MOVE "N" TO WS-DONE-SW
            PERFORM 2620-MATCH-ONE-DONE
                VARYING WS-DONE-SUB FROM 1 BY 1
                UNTIL WS-DONE-SUB > WS-DONE-ENTRIES
                   OR ALREADY-PROCESSED.

        2620-MATCH-ONE-DONE.
            IF WS-DONE-POLICYNUM (WS-DONE-SUB) = WS-CHECK-POLICYNUM
               AND WS-DONE-CANCEL-DATE (WS-DONE-SUB) = WS-CANCEL-DATE
                SET ALREADY-PROCESSED TO TRUE
            END-IF.

        3000-PROCESS-CANCELLATION.
            MOVE ZERO TO WS-OPEN-BALANCE
                         WS-LAST-BILL-DATE
            PERFORM 3100-GET-RECEIVABLE
            EVALUATE TRUE
                WHEN BEFORE-GROUP-NUM NOT = SPACES
                    ADD 1 TO WS-GROUP-COUNT
                    MOVE "GROUP BILLED - CREDIT VIA GROUP INVOICE"
                        TO WS-NOTE
                    PERFORM 3800-WRITE-NOTE-LINE
                WHEN WS-LAST-BILL-DATE = ZERO
                    ADD 1 TO WS-NIL-COUNT
                    MOVE "NEVER BILLED - NOTHING UNEARNED" TO WS-NOTE
                    PERFORM 3800-WRITE-NOTE-LINE
                WHEN OTHER
                    PERFORM 3200-RERATE-PREMIUM
                    IF WS-NOTE NOT = SPACES
                        ADD 1 TO WS-EXCEPT-COUNT
                        PERFORM 3800-WRITE-NOTE-LINE
                    ELSE
                        PERFORM 3300-COMPUTE-UNEARNED
                        PERFORM 3400-NET-AGAINST-BALANCE
                    END-IF
            END-EVALUATE.

        3100-GET-RECEIVABLE.
            IF RECVBL-FILE-OPEN
                MOVE AUDIT-POLICYNUM TO RCV-POLICYNUM
                READ RECVBL-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE RCV-OPEN-BALANCE   TO WS-OPEN-BALANCE
                        MOVE RCV-LAST-BILL-DATE
                            TO WS-LAST-BILL-DATE
                END-READ
            END-IF.

      *> Same effective-dated lookup as CBLNAM09 2200-FIND-RATE, rated
      *> on the last bill date so the credit matches what was charged.
        3200-RERATE-PREMIUM.
            IF NOT POLTYPE-FILE-OPEN
                MOVE "NOT RATED - NO POLTYPE FILE" TO WS-NOTE
            ELSE
                MOVE BEFORE-POLICYTYPE TO POLTYPE-CODE
                READ POLTYPE-FILE
                    INVALID KEY
                        MOVE "NOT RATED - POLICYTYPE NOT ON FILE"
                            TO WS-NOTE
                    NOT INVALID KEY
                        PERFORM 3210-FIND-RATE
                        IF RATE-FOUND
                            PERFORM 3250-APPLY-EXPERIENCE-FACTOR
                        ELSE
                            MOVE "NOT RATED - NO RATE FOR CLASS/AGE"
                                TO WS-NOTE
                        END-IF
                END-READ
            END-IF.

        3210-FIND-RATE.
            MOVE "N" TO WS-RATE-FOUND-SW
            MOVE ZERO TO WS-BEST-EFF-DATE
            PERFORM 3220-MATCH-ONE-RATE
                VARYING RT-IDX FROM 1 BY 1
                UNTIL RT-IDX > WS-RATE-COUNT.

        3220-MATCH-ONE-RATE.
            IF WS-RT-PREM-CLASS (RT-IDX) = POLTYPE-PREM-CLASS
               AND BEFORE-AGE >= WS-RT-AGE-LOW (RT-IDX)
               AND BEFORE-AGE <= WS-RT-AGE-HIGH (RT-IDX)
               AND WS-RT-EFF-DATE (RT-IDX) <= WS-LAST-BILL-DATE
               AND WS-RT-EFF-DATE (RT-IDX) >= WS-BEST-EFF-DATE
                MOVE WS-RT-MONTHLY-PREM (RT-IDX) TO WS-FOUND-PREM
                MOVE WS-RT-EFF-DATE (RT-IDX) TO WS-BEST-EFF-DATE
                SET RATE-FOUND TO TRUE
            END-IF.

        3250-APPLY-EXPERIENCE-FACTOR.
            IF EXPRATE-FILE-OPEN
                MOVE AUDIT-POLICYNUM TO EXPR-POLICYNUM
                READ EXPRATE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        COMPUTE WS-FOUND-PREM ROUNDED
                            = WS-FOUND-PREM * EXPR-FACTOR
                END-READ
            END-IF.

      *> Days left runs from the cancellation date to the next bill
      *> date, so a policy cancelled on its bill date gives back the
      *> whole month and one cancelled after the period ran out gives
      *> back nothing.
        3300-COMPUTE-UNEARNED.
            MOVE WS-LAST-BILL-DATE TO WS-NEXT-BILL-DATE
            MOVE WS-NB-DAY TO WS-BILL-DAY
            MOVE 1 TO WS-NB-DAY
            IF WS-NB-MONTH = 12
                MOVE 1 TO WS-NB-MONTH
                ADD 1 TO WS-NB-YEAR
            ELSE
                ADD 1 TO WS-NB-MONTH
            END-IF
            MOVE WS-NEXT-BILL-DATE TO WS-MONTH-AFTER-DATE
            IF WS-MA-MONTH = 12
                MOVE 1 TO WS-MA-MONTH
                ADD 1 TO WS-MA-YEAR
            ELSE
                ADD 1 TO WS-MA-MONTH
            END-IF
            COMPUTE WS-MONTH-DAYS
                = FUNCTION INTEGER-OF-DATE (WS-MONTH-AFTER-DATE)
                - FUNCTION INTEGER-OF-DATE (WS-NEXT-BILL-DATE)
            IF WS-BILL-DAY > WS-MONTH-DAYS
                MOVE WS-MONTH-DAYS TO WS-NB-DAY
            ELSE
                MOVE WS-BILL-DAY TO WS-NB-DAY
            END-IF
            COMPUTE WS-BILL-INT
                = FUNCTION INTEGER-OF-DATE (WS-LAST-BILL-DATE)
            COMPUTE WS-NEXT-BILL-INT
                = FUNCTION INTEGER-OF-DATE (WS-NEXT-BILL-DATE)
            COMPUTE WS-PERIOD-DAYS = WS-NEXT-BILL-INT - WS-BILL-INT
            COMPUTE WS-DAYS-LEFT = WS-NEXT-BILL-INT - WS-CANCEL-INT
            IF WS-DAYS-LEFT < ZERO
                MOVE ZERO TO WS-DAYS-LEFT
            END-IF
            IF WS-DAYS-LEFT > WS-PERIOD-DAYS
                MOVE WS-PERIOD-DAYS TO WS-DAYS-LEFT
            END-IF
            COMPUTE WS-UNEARNED ROUNDED
                = WS-FOUND-PREM * WS-DAYS-LEFT / WS-PERIOD-DAYS.

        3400-NET-AGAINST-BALANCE.
            IF WS-CANCEL-KIND = "NONPAY" AND WS-POST-KIND = "C"
                PERFORM 3450-DEFER-WRITE-OFF
            ELSE
                ADD WS-UNEARNED TO WS-UNEARNED-TOTAL
                EVALUATE TRUE
                    WHEN WS-CANCEL-KIND = "NONPAY"
                        PERFORM 3500-WRITE-OFF-BALANCE
                    WHEN WS-UNEARNED > WS-OPEN-BALANCE
                        PERFORM 3600-ISSUE-REFUND
                    WHEN WS-UNEARNED = ZERO
                        ADD 1 TO WS-NIL-COUNT
                        MOVE ZERO TO WS-RESULT-AMOUNT
                        MOVE "NIL" TO WS-RESULT-LABEL
                        PERFORM 3900-WRITE-DETAIL-LINE
                    WHEN OTHER
                        PERFORM 3700-CREDIT-BALANCE
                END-EVALUATE
            END-IF.

      *> Cancelled for nonpayment tonight: the write-off the balance
      *> would take now is shown, but nothing is posted while the
      *> member can still pay and be reinstated.
        3450-DEFER-WRITE-OFF.
            IF WS-OPEN-BALANCE > WS-UNEARNED
                COMPUTE WS-RESULT-AMOUNT
                    = WS-OPEN-BALANCE - WS-UNEARNED
            ELSE
                MOVE ZERO TO WS-RESULT-AMOUNT
            END-IF
            ADD 1 TO WS-DEFER-COUNT
            MOVE "WO PENDING" TO WS-RESULT-LABEL
            PERFORM 3900-WRITE-DETAIL-LINE.

      *> Reinstatement window closed on a nonpayment cancel: the
      *> unearned credit comes off what is still owed, the rest is
      *> written off, and RECVBL is cleared by the two together.  No
      *> refund is ever cut - credit beyond the balance is forfeit.
        3500-WRITE-OFF-BALANCE.
            IF WS-OPEN-BALANCE > WS-UNEARNED
                MOVE WS-UNEARNED TO WS-CREDIT-AMOUNT
                COMPUTE WS-RESULT-AMOUNT
                    = WS-OPEN-BALANCE - WS-UNEARNED
            ELSE
                MOVE WS-OPEN-BALANCE TO WS-CREDIT-AMOUNT
                MOVE ZERO TO WS-RESULT-AMOUNT
            END-IF
            IF WS-OPEN-BALANCE > ZERO
                MOVE ZERO TO RCV-OPEN-BALANCE
                             RCV-OLDEST-DUE-DATE
                REWRITE RECEIVABLE-RECORD
            END-IF
            ADD 1 TO WS-WRITEOFF-COUNT
            ADD WS-RESULT-AMOUNT TO WS-WRITEOFF-TOTAL
            SET RADJ-CREDIT TO TRUE
            MOVE WS-CREDIT-AMOUNT TO RADJ-AMOUNT
            PERFORM 3950-WRITE-ADJUSTMENT
            SET RADJ-WRITE-OFF TO TRUE
            MOVE WS-RESULT-AMOUNT TO RADJ-AMOUNT
            PERFORM 3950-WRITE-ADJUSTMENT
            MOVE "WRITE-OFF" TO WS-RESULT-LABEL
            PERFORM 3900-WRITE-DETAIL-LINE.

        3600-ISSUE-REFUND.
            COMPUTE WS-RESULT-AMOUNT = WS-UNEARNED - WS-OPEN-BALANCE
            MOVE ZERO TO RCV-OPEN-BALANCE
                         RCV-OLDEST-DUE-DATE
            REWRITE RECEIVABLE-RECORD
            SET RADJ-CREDIT TO TRUE
            MOVE WS-OPEN-BALANCE TO RADJ-AMOUNT
            PERFORM 3950-WRITE-ADJUSTMENT
            SET RADJ-REFUND TO TRUE
            MOVE WS-RESULT-AMOUNT TO RADJ-AMOUNT
            PERFORM 3950-WRITE-ADJUSTMENT
            MOVE AUDIT-POLICYNUM   TO RFD-POLICYNUM
            MOVE BEFORE-POLICYTYPE TO RFD-POLICYTYPE
            MOVE BEFORE-FIRSTNAME  TO RFD-FIRSTNAME
            MOVE BEFORE-LASTNAME   TO RFD-LASTNAME
            MOVE BEFORE-STREETNUM  TO RFD-STREETNUM
            MOVE BEFORE-STREETNAME TO RFD-STREETNAME
            MOVE BEFORE-CITY       TO RFD-CITY
            MOVE BEFORE-PCODE      TO RFD-PCODE
            MOVE WS-CANCEL-DATE    TO RFD-CANCEL-DATE
            MOVE WS-UNEARNED       TO RFD-UNEARNED
            MOVE WS-OPEN-BALANCE   TO RFD-OPEN-BALANCE
            MOVE WS-RESULT-AMOUNT  TO RFD-REFUND-AMOUNT
            WRITE REFUND-DISB-RECORD
            ADD 1 TO WS-REFUND-COUNT
            ADD WS-RESULT-AMOUNT TO WS-REFUND-TOTAL
            MOVE "REFUND" TO WS-RESULT-LABEL
            PERFORM 3900-WRITE-DETAIL-LINE.

        3700-CREDIT-BALANCE.
            SUBTRACT WS-UNEARNED FROM RCV-OPEN-BALANCE
            IF RCV-OPEN-BALANCE = ZERO
                MOVE ZERO TO RCV-OLDEST-DUE-DATE
            END-IF
            REWRITE RECEIVABLE-RECORD
            SET RADJ-CREDIT TO TRUE
            MOVE WS-UNEARNED TO RADJ-AMOUNT
            PERFORM 3950-WRITE-ADJUSTMENT
            MOVE RCV-OPEN-BALANCE TO WS-RESULT-AMOUNT
            ADD 1 TO WS-BALDUE-COUNT
            MOVE "BAL DUE" TO WS-RESULT-LABEL
            PERFORM 3900-WRITE-DETAIL-LINE.

        3800-WRITE-NOTE-LINE.
            MOVE SPACES TO REFRPT-LINE
            STRING AUDIT-POLICYNUM   DELIMITED BY SIZE
                   "  "              DELIMITED BY SIZE
                   BEFORE-POLICYTYPE DELIMITED BY SIZE
                   "  "              DELIMITED BY SIZE
                   WS-CANCEL-KIND    DELIMITED BY SIZE
                   "   "             DELIMITED BY SIZE
                   WS-NOTE           DELIMITED BY SIZE
                INTO REFRPT-LINE
            WRITE REFRPT-LINE.

        3900-WRITE-DETAIL-LINE.
            MOVE WS-UNEARNED      TO WS-EDIT-PREM
            MOVE WS-OPEN-BALANCE  TO WS-EDIT-BALANCE
            MOVE WS-RESULT-AMOUNT TO WS-EDIT-AMOUNT
            MOVE SPACES TO REFRPT-LINE
            STRING AUDIT-POLICYNUM   DELIMITED BY SIZE
                   "  "              DELIMITED BY SIZE
                   BEFORE-POLICYTYPE DELIMITED BY SIZE
                   "  "              DELIMITED BY SIZE
                   WS-CANCEL-KIND    DELIMITED BY SIZE
                   "  "              DELIMITED BY SIZE
                   WS-EDIT-PREM      DELIMITED BY SIZE
                   "  "              DELIMITED BY SIZE
                   WS-EDIT-BALANCE   DELIMITED BY SIZE
                   "  "              DELIMITED BY SIZE
                   WS-EDIT-AMOUNT    DELIMITED BY SIZE
                   "  "              DELIMITED BY SIZE
                   WS-RESULT-LABEL   DELIMITED BY SIZE
                INTO REFRPT-LINE
            WRITE REFRPT-LINE.

      *> A zero amount moves nothing and writes no record.
        3950-WRITE-ADJUSTMENT.
            IF RADJ-AMOUNT > ZERO
                MOVE AUDIT-POLICYNUM   TO RADJ-POLICYNUM
                MOVE BEFORE-POLICYTYPE TO RADJ-POLICYTYPE
                MOVE WS-TODAY          TO RADJ-POST-DATE
                MOVE WS-CANCEL-DATE    TO RADJ-CANCEL-DATE
                WRITE RECEIVABLE-ADJ-RECORD
            END-IF.

        9000-TERMINATE.
            MOVE SPACES TO REFRPT-LINE
            WRITE REFRPT-LINE
            MOVE WS-CANCEL-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO REFRPT-LINE
            STRING "CANCELLATIONS FOUND:     " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO REFRPT-LINE
            WRITE REFRPT-LINE
            MOVE WS-WINDOW-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO REFRPT-LINE
            STRING "NONPAY WINDOW CLOSED:    " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO REFRPT-LINE
            WRITE REFRPT-LINE
            MOVE WS-DONE-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO REFRPT-LINE
            STRING "ALREADY PROCESSED:       " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO REFRPT-LINE
            WRITE REFRPT-LINE
            MOVE WS-REFUND-COUNT TO WS-EDIT-COUNT
            MOVE WS-REFUND-TOTAL TO WS-EDIT-TOTAL
            MOVE SPACES TO REFRPT-LINE
            STRING "REFUNDS TO AP:           " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                   "  "                        DELIMITED BY SIZE
                   WS-EDIT-TOTAL               DELIMITED BY SIZE
                INTO REFRPT-LINE
            WRITE REFRPT-LINE
            MOVE WS-WRITEOFF-COUNT TO WS-EDIT-COUNT
            MOVE WS-WRITEOFF-TOTAL TO WS-EDIT-TOTAL
            MOVE SPACES TO REFRPT-LINE
            STRING "NONPAYMENT WRITE-OFFS:   " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                   "  "                        DELIMITED BY SIZE
                   WS-EDIT-TOTAL               DELIMITED BY SIZE
                INTO REFRPT-LINE
            WRITE REFRPT-LINE
            MOVE WS-DEFER-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO REFRPT-LINE
            STRING "WRITE-OFFS PENDING:      " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO REFRPT-LINE
            WRITE REFRPT-LINE
            MOVE WS-REINSTATED-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO REFRPT-LINE
            STRING "REINSTATED IN WINDOW:    " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO REFRPT-LINE
            WRITE REFRPT-LINE
            MOVE WS-BALDUE-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO REFRPT-LINE
            STRING "CREDITED - BALANCE DUE:  " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO REFRPT-LINE
            WRITE REFRPT-LINE
            MOVE WS-NIL-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO REFRPT-LINE
            STRING "NOTHING UNEARNED:        " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO REFRPT-LINE
            WRITE REFRPT-LINE
            MOVE WS-GROUP-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO REFRPT-LINE
            STRING "GROUP BILLED:            " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO REFRPT-LINE
            WRITE REFRPT-LINE
            MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO REFRPT-LINE
            STRING "EXCEPTIONS - NOT RATED:  " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO REFRPT-LINE
            WRITE REFRPT-LINE
            MOVE WS-UNEARNED-TOTAL TO WS-EDIT-TOTAL
            MOVE SPACES TO REFRPT-LINE
            STRING "TOTAL UNEARNED PREMIUM:  " DELIMITED BY SIZE
                   "         "                 DELIMITED BY SIZE
                   WS-EDIT-TOTAL               DELIMITED BY SIZE
                INTO REFRPT-LINE
            WRITE REFRPT-LINE
            IF AUDITLOG-READ-OPEN
                CLOSE AUDIT-FILE
            END-IF
            IF POLTYPE-FILE-OPEN
                CLOSE POLTYPE-FILE
            END-IF
            IF EXPRATE-FILE-OPEN
                CLOSE EXPRATE-FILE
            END-IF
            IF RECVBL-FILE-OPEN
                CLOSE RECVBL-FILE
            END-IF
            CLOSE REFDISB-FILE
            CLOSE RCVADJ-FILE
            CLOSE REFRPT-FILE
            DISPLAY "CBLNAM36: CANCELLATIONS=" WS-CANCEL-COUNT
                    " REFUNDS=" WS-REFUND-COUNT
                    " WRITE-OFFS=" WS-WRITEOFF-COUNT
                    " PENDING=" WS-DEFER-COUNT
                    " ALREADY-PROCESSED=" WS-DONE-COUNT
                    " EXCEPTIONS=" WS-EXCEPT-COUNT.
