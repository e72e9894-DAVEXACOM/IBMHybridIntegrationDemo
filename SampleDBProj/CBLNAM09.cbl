      *> one invoice instead of 200.  Members with no group bill
      *> individually through BILLINV exactly as before; with no
      *> GRPMAST allocated everyone does.
      *>
      *> A group whose CBLNAM43 termination date has been reached
      *> is never billed again: its members are listed as not billed
      *> until the CBLNAM44 termination run converts or cancels them.
      *> A member converted to an individual policy by that run is on
      *> CONVFLAG until its first individual invoice, which goes out
      *> marked as the conversion invoice; the flag is then removed.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CBLNAM09.
        ENVIRONMENT DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GRPINV-STATUS.

            SELECT CONVFLAG-FILE ASSIGN TO "CONVFLAG"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CVF-POLICYNUM
                FILE STATUS IS WS-CONVFLAG-STATUS.

        DATA DIVISION.
        FILE SECTION.
      *> BILLDATE card - optional CCYYMMDD bill date for a back-month
        FD  GRPINV-FILE.
            COPY grpinv.

        FD  CONVFLAG-FILE.
            COPY convflag.

        WORKING-STORAGE SECTION.
        01  WS-BILLDATE-STATUS       PIC X(2).
            88 BILLDATE-OK           VALUE "00".
        01  WS-GRPMAST-STATUS        PIC X(2).
            88 GRPMAST-OK            VALUE "00".
        01  WS-GRPINV-STATUS         PIC X(2).
        01  WS-CONVFLAG-STATUS       PIC X(2).
            88 CONVFLAG-OK           VALUE "00".

        01  WS-SWITCHES.
            05 WS-EOF-SW             PIC X(1) VALUE "N".
              88 GRPMAST-FILE-OPEN   VALUE "Y".
            05 WS-GROUP-FOUND-SW     PIC X(1).
              88 GROUP-FOUND         VALUE "Y".
            05 WS-CONVFLAG-OPEN-SW   PIC X(1) VALUE "N".
              88 CONVFLAG-FILE-OPEN  VALUE "Y".
            05 WS-GROUP-ENDED-SW     PIC X(1).
              88 GROUP-ENDED         VALUE "Y".
            05 WS-CONV-FIRST-SW      PIC X(1).
              88 CONVERSION-FIRST    VALUE "Y".

        01  WS-BILL-DATE             PIC 9(8).

            05 WS-GRP-BILL-COUNT     PIC 9(7) VALUE ZERO.
            05 WS-SKIP-COUNT         PIC 9(7) VALUE ZERO.
            05 WS-EXCEPT-COUNT       PIC 9(7) VALUE ZERO.
            05 WS-GRP-ENDED-COUNT    PIC 9(7) VALUE ZERO.
            05 WS-CONV-FIRST-COUNT   PIC 9(7) VALUE ZERO.

      *> Per-group accumulation for the consolidated invoice total
      *> records written at end of run.
            IF GRPMAST-OK
                SET GRPMAST-FILE-OPEN TO TRUE
            END-IF
      *> No CONVFLAG means no group has ever been terminated with
      *> members converting - no invoice carries the conversion mark.
            OPEN I-O CONVFLAG-FILE
            IF CONVFLAG-OK
                SET CONVFLAG-FILE-OPEN TO TRUE
            END-IF
            OPEN OUTPUT BILLRPT-FILE
            MOVE "MONTHLY PREMIUM BILLING REGISTER" TO BILLRPT-LINE
            WRITE BILLRPT-LINE
        2000-BILL-MEMBERS.
            ADD 1 TO WS-SCAN-COUNT
            IF STATUS-ACTIVE OF POLMAST-RECORD
                PERFORM 2050-CHECK-GROUP-ENDED
                IF GROUP-ENDED
                    PERFORM 2060-WRITE-GROUP-ENDED-LINE
                ELSE
                    PERFORM 2100-BILL-ONE-MEMBER
                END-IF
            ELSE
                ADD 1 TO WS-SKIP-COUNT
            END-IF
                AT END MOVE "Y" TO WS-EOF-SW
            END-READ.

      *> Group cover ends on the termination date, so a bill date on
      *> or after it bills nobody under that group - not on GRPINV
      *> and not individually either, until CBLNAM44 has settled the
      *> member.
        2050-CHECK-GROUP-ENDED.
            MOVE "N" TO WS-GROUP-ENDED-SW
            IF GROUP-NUM OF POLMAST-RECORD NOT = SPACES
               AND GRPMAST-FILE-OPEN
                MOVE GROUP-NUM OF POLMAST-RECORD TO GRP-NUMBER
                READ GRPMAST-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF GRP-TERM-DATE NUMERIC
                           AND NOT GRP-IN-FORCE
                           AND GRP-TERM-DATE <= WS-BILL-DATE
                            SET GROUP-ENDED TO TRUE
                        END-IF
                END-READ
            END-IF.

        2060-WRITE-GROUP-ENDED-LINE.
            ADD 1 TO WS-GRP-ENDED-COUNT
            MOVE SPACES TO BILLRPT-LINE
            STRING POLICYNUM OF POLMAST-RECORD  DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   POLICYTYPE OF POLMAST-RECORD DELIMITED BY SIZE
                   "  NOT BILLED - GROUP "      DELIMITED BY SIZE
                   GROUP-NUM OF POLMAST-RECORD  DELIMITED BY SIZE
                   " TERMINATED "               DELIMITED BY SIZE
                   GRP-TERM-DATE                DELIMITED BY SIZE
                INTO BILLRPT-LINE
            WRITE BILLRPT-LINE.

        2100-BILL-ONE-MEMBER.
            MOVE "N" TO WS-CONV-FIRST-SW
            MOVE POLICYTYPE OF POLMAST-RECORD TO POLTYPE-CODE
            READ POLTYPE-FILE
                INVALID KEY
            MOVE AGE OF POLMAST-RECORD        TO INV-AGE
            MOVE WS-BILL-DATE                 TO INV-BILL-DATE
            MOVE WS-FOUND-PREM                TO INV-MONTHLY-PREM
            MOVE SPACES                       TO INV-NOTICE-CODE
            IF CONVFLAG-FILE-OPEN
                PERFORM 2350-CHECK-CONVERSION-FLAG
            END-IF
            WRITE INVOICE-RECORD.

      *> A converted group member's first individual bill carries
      *> the conversion mark; once it is out the flag goes.
        2350-CHECK-CONVERSION-FLAG.
            MOVE POLICYNUM OF POLMAST-RECORD TO CVF-POLICYNUM
            READ CONVFLAG-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET INV-CONVERSION-FIRST TO TRUE
                    SET CONVERSION-FIRST TO TRUE
                    ADD 1 TO WS-CONV-FIRST-COUNT
                    DELETE CONVFLAG-FILE RECORD
            END-READ.

        2400-WRITE-REGISTER-DETAIL.
            MOVE SPACES TO WS-RPT-NAME
            STRING FIRSTNAME OF POLMAST-RECORD DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   WS-EDIT-PREM                 DELIMITED BY SIZE
                INTO BILLRPT-LINE
            IF CONVERSION-FIRST
                MOVE "CONVERSION" TO BILLRPT-LINE (71:10)
            END-IF
            WRITE BILLRPT-LINE.

        2500-ROLL-TYPE-TOTAL.
            IF GRPMAST-FILE-OPEN
                CLOSE GRPMAST-FILE
            END-IF
            IF CONVFLAG-FILE-OPEN
                CLOSE CONVFLAG-FILE
            END-IF
            CLOSE BILLRPT-FILE
            DISPLAY "CBLNAM09: SCANNED=" WS-SCAN-COUNT
                    " BILLED=" WS-BILL-COUNT
                    " GROUP-BILLED=" WS-GRP-BILL-COUNT
                    " GROUPS=" WS-GROUP-COUNT
                    " NOT-ACTIVE=" WS-SKIP-COUNT
                    " EXCEPTIONS=" WS-EXCEPT-COUNT
            DISPLAY "CBLNAM09: GROUP-TERMINATED=" WS-GRP-ENDED-COUNT
                    " CONVERSION-INVOICES=" WS-CONV-FIRST-COUNT.
