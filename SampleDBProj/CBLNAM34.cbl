      *> CBLNAM34 - pending-transaction inventory and cancel, for the
      *> service desk.  First works the PNDCNCL cancel cards: each
      *> names one held item by its full pending key (policy, apply-on
      *> date, keyed-on date and entry sequence - all four print on
      *> this report) and the user pulling it, and the item is taken
      *> off PENDTXN before the CBLNAM33 release can fire it.  Then
      *> lists everything still held, policy by policy in the order
      *> the items will apply, with a count per policy and a grand
      *> total, so the desk can see what is queued against a policy
      *> and cancel or re-key it.  A cancel card naming a key not on
      *> file (already released, or mis-keyed) prints as an error
      *> line; nothing else on the file is touched.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CBLNAM34.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PNDCNCL-FILE ASSIGN TO "PNDCNCL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PNDCNCL-STATUS.

            SELECT PENDTXN-FILE ASSIGN TO "PENDTXN"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PND-KEY
                FILE STATUS IS WS-PENDTXN-STATUS.

            SELECT PNDRPT-FILE ASSIGN TO "PNDRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PNDRPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
      *> PNDCNCL card - one held item to cancel, by its pending key,
      *> and the user ID of the person pulling it.
        FD  PNDCNCL-FILE.
        01  PNDCNCL-CARD.
            05 CNCL-KEY.
              10 CNCL-POLICYNUM     PIC X(8).
              10 CNCL-APPLY-DATE    PIC 9(8).
              10 CNCL-ENTRY-DATE    PIC 9(8).
              10 CNCL-ENTRY-SEQ     PIC 9(5).
            05 CNCL-USERID          PIC X(8).

        FD  PENDTXN-FILE.
            COPY pendtxn.

        FD  PNDRPT-FILE.
        01  PNDRPT-LINE             PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-PNDCNCL-STATUS       PIC X(2).
            88 PNDCNCL-OK           VALUE "00".
        01  WS-PENDTXN-STATUS       PIC X(2).
            88 PENDTXN-OK           VALUE "00".
        01  WS-PNDRPT-STATUS        PIC X(2).

        01  WS-SWITCHES.
            05 WS-EOF-SW            PIC X(1) VALUE "N".
              88 END-OF-PENDTXN     VALUE "Y".
            05 WS-CNCL-EOF-SW       PIC X(1) VALUE "N".
              88 END-OF-PNDCNCL     VALUE "Y".
            05 WS-PND-OPEN-SW       PIC X(1) VALUE "N".
              88 PENDTXN-FILE-OPEN  VALUE "Y".
            05 WS-CNCL-OPEN-SW      PIC X(1) VALUE "N".
              88 PNDCNCL-FILE-OPEN  VALUE "Y".
            05 WS-FIRST-RECORD-SW   PIC X(1) VALUE "Y".
              88 FIRST-RECORD       VALUE "Y".

      *> The held MAINTXN image, laid out for the report line.
            COPY maintxn.

        01  WS-POLICY-BREAK         PIC X(8).
        01  WS-POLICY-ITEM-COUNT    PIC 9(5) VALUE ZERO.

        01  WS-COUNTERS.
            05 WS-CARD-COUNT        PIC 9(7) VALUE ZERO.
            05 WS-CANCEL-COUNT      PIC 9(7) VALUE ZERO.
            05 WS-CNCL-ERROR-COUNT  PIC 9(7) VALUE ZERO.
            05 WS-PENDING-COUNT     PIC 9(7) VALUE ZERO.
            05 WS-POLICY-COUNT      PIC 9(7) VALUE ZERO.

        01  WS-RPT-NAME             PIC X(33).
        01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.

        PROCEDURE DIVISION.
        0000-MAIN-PARA.
            PERFORM 1000-INITIALIZE
            PERFORM 2000-PROCESS-CANCEL-CARD UNTIL END-OF-PNDCNCL
            PERFORM 3000-LIST-PENDING-ITEMS
            PERFORM 9000-TERMINATE
            STOP RUN.

        1000-INITIALIZE.
            OPEN OUTPUT PNDRPT-FILE
            MOVE "PENDING MAINTENANCE INVENTORY AND CANCELLATIONS"
                TO PNDRPT-LINE
            WRITE PNDRPT-LINE
            MOVE SPACES TO PNDRPT-LINE
            WRITE PNDRPT-LINE
            OPEN I-O PENDTXN-FILE
            IF PENDTXN-OK
                SET PENDTXN-FILE-OPEN TO TRUE
            ELSE
                MOVE "Y" TO WS-EOF-SW
            END-IF
      *> No cancel cards simply means an inventory-only run.
            OPEN INPUT PNDCNCL-FILE
            IF PNDCNCL-OK
                SET PNDCNCL-FILE-OPEN TO TRUE
                READ PNDCNCL-FILE
                    AT END MOVE "Y" TO WS-CNCL-EOF-SW
                END-READ
            ELSE
                MOVE "Y" TO WS-CNCL-EOF-SW
            END-IF
            IF NOT END-OF-PNDCNCL
                MOVE "CANCELLATIONS" TO PNDRPT-LINE
                WRITE PNDRPT-LINE
                MOVE "POLICYNUM  APPLY ON  KEYED ON  SEQ    T  RESULT"
                    TO PNDRPT-LINE
                WRITE PNDRPT-LINE
            END-IF.

        2000-PROCESS-CANCEL-CARD.
            ADD 1 TO WS-CARD-COUNT
            MOVE SPACES TO MAINTXN-RECORD
            IF PENDTXN-FILE-OPEN
                MOVE CNCL-KEY TO PND-KEY
                READ PENDTXN-FILE
                    INVALID KEY
                        PERFORM 2200-WRITE-CANCEL-ERROR
                    NOT INVALID KEY
                        PERFORM 2100-CANCEL-ONE-ITEM
                END-READ
            ELSE
                PERFORM 2200-WRITE-CANCEL-ERROR
            END-IF
            READ PNDCNCL-FILE
                AT END MOVE "Y" TO WS-CNCL-EOF-SW
            END-READ.

        2100-CANCEL-ONE-ITEM.
            MOVE PND-TXN-IMAGE TO MAINTXN-RECORD
            DELETE PENDTXN-FILE RECORD
            ADD 1 TO WS-CANCEL-COUNT
            MOVE SPACES TO PNDRPT-LINE
            STRING CNCL-POLICYNUM  DELIMITED BY SIZE
                   "  "            DELIMITED BY SIZE
                   CNCL-APPLY-DATE DELIMITED BY SIZE
                   "  "            DELIMITED BY SIZE
                   CNCL-ENTRY-DATE DELIMITED BY SIZE
                   "  "            DELIMITED BY SIZE
                   CNCL-ENTRY-SEQ  DELIMITED BY SIZE
                   "  "            DELIMITED BY SIZE
                   TXN-CODE        DELIMITED BY SIZE
                   "  CANCELLED BY " DELIMITED BY SIZE
                   CNCL-USERID     DELIMITED BY SIZE
                INTO PNDRPT-LINE
            WRITE PNDRPT-LINE.

        2200-WRITE-CANCEL-ERROR.
            ADD 1 TO WS-CNCL-ERROR-COUNT
            MOVE SPACES TO PNDRPT-LINE
            STRING CNCL-POLICYNUM  DELIMITED BY SIZE
                   "  "            DELIMITED BY SIZE
                   CNCL-APPLY-DATE DELIMITED BY SIZE
                   "  "            DELIMITED BY SIZE
                   CNCL-ENTRY-DATE DELIMITED BY SIZE
                   "  "            DELIMITED BY SIZE
                   CNCL-ENTRY-SEQ  DELIMITED BY SIZE
                   "     *** NOT ON PENDING FILE ***"
                                   DELIMITED BY SIZE
                INTO PNDRPT-LINE
            WRITE PNDRPT-LINE.

      *> Inventory of what is still held after tonight's cancels,
      *> read from the top of the file in key order.
        3000-LIST-PENDING-ITEMS.
            MOVE SPACES TO PNDRPT-LINE
            WRITE PNDRPT-LINE
            MOVE "ITEMS HELD FOR A FUTURE APPLY-ON DATE" TO PNDRPT-LINE
            WRITE PNDRPT-LINE
            IF PENDTXN-FILE-OPEN
                MOVE LOW-VALUES TO PND-KEY
                START PENDTXN-FILE KEY IS NOT LESS THAN PND-KEY
                    INVALID KEY MOVE "Y" TO WS-EOF-SW
                END-START
            END-IF
            IF NOT END-OF-PENDTXN
                READ PENDTXN-FILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF-SW
                END-READ
            END-IF
            IF END-OF-PENDTXN
                MOVE SPACES TO PNDRPT-LINE
                WRITE PNDRPT-LINE
                MOVE "NO ITEMS PENDING" TO PNDRPT-LINE
                WRITE PNDRPT-LINE
            END-IF
            PERFORM 3100-LIST-ONE-ITEM UNTIL END-OF-PENDTXN
            IF NOT FIRST-RECORD
                PERFORM 3300-PRINT-POLICY-SUBTOTAL
            END-IF.

        3100-LIST-ONE-ITEM.
            IF FIRST-RECORD
                MOVE PND-POLICYNUM TO WS-POLICY-BREAK
                PERFORM 3200-PRINT-POLICY-HEADER
                MOVE "N" TO WS-FIRST-RECORD-SW
            ELSE
                IF PND-POLICYNUM NOT = WS-POLICY-BREAK
                    PERFORM 3300-PRINT-POLICY-SUBTOTAL
                    MOVE PND-POLICYNUM TO WS-POLICY-BREAK
                    PERFORM 3200-PRINT-POLICY-HEADER
                    MOVE ZERO TO WS-POLICY-ITEM-COUNT
                END-IF
            END-IF
            PERFORM 3400-PRINT-ITEM-LINE
            ADD 1 TO WS-POLICY-ITEM-COUNT
            ADD 1 TO WS-PENDING-COUNT
            READ PENDTXN-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
            END-READ.

        3200-PRINT-POLICY-HEADER.
            ADD 1 TO WS-POLICY-COUNT
            MOVE SPACES TO PNDRPT-LINE
            WRITE PNDRPT-LINE
            MOVE SPACES TO PNDRPT-LINE
            STRING "POLICY " DELIMITED BY SIZE
                   WS-POLICY-BREAK DELIMITED BY SIZE
                INTO PNDRPT-LINE
            WRITE PNDRPT-LINE
            MOVE "  APPLY ON  KEYED ON  SEQ    T  USERID    NAME"
                TO PNDRPT-LINE
            WRITE PNDRPT-LINE.

        3300-PRINT-POLICY-SUBTOTAL.
            MOVE WS-POLICY-ITEM-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO PNDRPT-LINE
            STRING "  ITEMS PENDING: " DELIMITED BY SIZE
                   WS-EDIT-COUNT       DELIMITED BY SIZE
                INTO PNDRPT-LINE
            WRITE PNDRPT-LINE.

        3400-PRINT-ITEM-LINE.
            MOVE PND-TXN-IMAGE TO MAINTXN-RECORD
            MOVE SPACES TO WS-RPT-NAME
            STRING TXN-FIRSTNAME DELIMITED BY SIZE
                   " "           DELIMITED BY SIZE
                   TXN-LASTNAME  DELIMITED BY SIZE
                INTO WS-RPT-NAME
            MOVE SPACES TO PNDRPT-LINE
            STRING "  "           DELIMITED BY SIZE
                   PND-APPLY-DATE DELIMITED BY SIZE
                   "  "           DELIMITED BY SIZE
                   PND-ENTRY-DATE DELIMITED BY SIZE
                   "  "           DELIMITED BY SIZE
                   PND-ENTRY-SEQ  DELIMITED BY SIZE
                   "  "           DELIMITED BY SIZE
                   TXN-CODE       DELIMITED BY SIZE
                   "  "           DELIMITED BY SIZE
                   TXN-USERID     DELIMITED BY SIZE
                   "  "           DELIMITED BY SIZE
                   WS-RPT-NAME    DELIMITED BY SIZE
                INTO PNDRPT-LINE
            WRITE PNDRPT-LINE.

        9000-TERMINATE.
            MOVE SPACES TO PNDRPT-LINE
            WRITE PNDRPT-LINE
            MOVE WS-POLICY-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO PNDRPT-LINE
            STRING "POLICIES WITH PENDING ITEMS:  " DELIMITED BY SIZE
                   WS-EDIT-COUNT                    DELIMITED BY SIZE
                INTO PNDRPT-LINE
            WRITE PNDRPT-LINE
            MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO PNDRPT-LINE
            STRING "TOTAL ITEMS PENDING:          " DELIMITED BY SIZE
                   WS-EDIT-COUNT                    DELIMITED BY SIZE
                INTO PNDRPT-LINE
            WRITE PNDRPT-LINE
            MOVE WS-CANCEL-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO PNDRPT-LINE
            STRING "ITEMS CANCELLED THIS RUN:     " DELIMITED BY SIZE
                   WS-EDIT-COUNT                    DELIMITED BY SIZE
                INTO PNDRPT-LINE
            WRITE PNDRPT-LINE
            IF PENDTXN-FILE-OPEN
                CLOSE PENDTXN-FILE
            END-IF
            IF PNDCNCL-FILE-OPEN
                CLOSE PNDCNCL-FILE
            END-IF
            CLOSE PNDRPT-FILE
            DISPLAY "CBLNAM34: CANCEL-CARDS=" WS-CARD-COUNT
                    " CANCELLED=" WS-CANCEL-COUNT
                    " NOT-FOUND=" WS-CNCL-ERROR-COUNT
                    " PENDING=" WS-PENDING-COUNT.
