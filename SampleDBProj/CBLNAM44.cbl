      *> CBLNAM44 - employer group termination run.  Picks up every
      *> group on GRPMAST whose CBLNAM43 termination date has arrived
      *> and whose members have not yet been processed, and settles
      *> each member still attached to it:
      *>   - a member who elected conversion on the CONVRESP response
      *>     file is detached from the group to individual billing,
      *>     keeps the policy, its term and every DEPMAST dependent,
      *>     and is flagged on CONVFLAG so the next CBLNAM09 run sends
      *>     the first individual invoice with the conversion letter;
      *>   - every other in-force member is cancelled as of the group
      *>     termination date (the expiry is pulled back to it when
      *>     the term ran past it) and stays attached to the group so
      *>     the roster and claims history still show where cover
      *>     came from;
      *>   - a member already lapsed or cancelled is left as is.
      *> Every member change is audited to AUDITLOG under this job's
      *> name, and each dependent riding on the policy gets a DEPAUDIT
      *> record carrying the same timestamp, so the dependent trail
      *> shows the moment cover moved to the individual policy or
      *> ended with the group.  The group is then stamped with the
      *> run date - CBLNAM43 will no longer change or rescind it and
      *> CBLNAM09 has already stopped billing it from the termination
      *> date.  TRMRPT is the termination register, one section per
      *> group for the account rep, with elections that could not be
      *> applied listed at the end.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CBLNAM44.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT GRPMAST-FILE ASSIGN TO "GRPMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GRP-NUMBER
                FILE STATUS IS WS-GRPMAST-STATUS.

            SELECT CONVRESP-FILE ASSIGN TO "CONVRESP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONVRESP-STATUS.

            SELECT POLMAST-FILE ASSIGN TO "POLMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS POLICYNUM OF POLMAST-RECORD
                FILE STATUS IS WS-POLMAST-STATUS.

            SELECT DEPMAST-FILE ASSIGN TO "DEPMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEP-KEY
                FILE STATUS IS WS-DEPMAST-STATUS.

            SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

            SELECT DEPAUDIT-FILE ASSIGN TO "DEPAUDIT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DEPAUDIT-STATUS.

            SELECT CONVFLAG-FILE ASSIGN TO "CONVFLAG"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CVF-POLICYNUM
                FILE STATUS IS WS-CONVFLAG-STATUS.

            SELECT TERM-SORT ASSIGN TO "TRMSWK".

            SELECT TERM-WORK ASSIGN TO "TRMSRTD"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT TRMRPT-FILE ASSIGN TO "TRMRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRMRPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  GRPMAST-FILE.
            COPY grpmast.

        FD  CONVRESP-FILE.
            COPY convresp.

        FD  POLMAST-FILE.
            COPY member REPLACING ==MEMBER== BY ==POLMAST-RECORD==.

        FD  DEPMAST-FILE.
            COPY depend.

        FD  AUDIT-FILE.
            COPY audit.

        FD  DEPAUDIT-FILE.
            COPY depaud.

        FD  CONVFLAG-FILE.
            COPY convflag.

      *> One register detail per member settled, sorted into group
      *> order for printing - the master sweep meets them in POLICYNUM
      *> order.
        SD  TERM-SORT.
        01  TERM-SORT-REC.
            05 TRS-GROUP-NUM         PIC X(6).
            05 TRS-POLICYNUM         PIC X(8).
            05 FILLER                PIC X(45).

        FD  TERM-WORK.
        01  TERM-WORK-REC            PIC X(59).

        FD  TRMRPT-FILE.
        01  TRMRPT-LINE              PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-GRPMAST-STATUS        PIC X(2).
            88 GRPMAST-OK            VALUE "00".
        01  WS-CONVRESP-STATUS       PIC X(2).
            88 CONVRESP-OK           VALUE "00".
        01  WS-POLMAST-STATUS        PIC X(2).
            88 POLMAST-OK            VALUE "00".
        01  WS-DEPMAST-STATUS        PIC X(2).
            88 DEPMAST-OK            VALUE "00".
        01  WS-AUDIT-STATUS          PIC X(2).
        01  WS-DEPAUDIT-STATUS       PIC X(2).
        01  WS-CONVFLAG-STATUS       PIC X(2).
        01  WS-TRMRPT-STATUS         PIC X(2).

        01  WS-SWITCHES.
            05 WS-GRP-EOF-SW         PIC X(1) VALUE "N".
              88 END-OF-GRPMAST      VALUE "Y".
            05 WS-RESP-EOF-SW        PIC X(1) VALUE "N".
              88 END-OF-CONVRESP     VALUE "Y".
            05 WS-EOF-SW             PIC X(1) VALUE "N".
              88 END-OF-POLMAST      VALUE "Y".
            05 WS-DEP-EOF-SW         PIC X(1) VALUE "N".
              88 END-OF-DEPS         VALUE "Y".
            05 WS-WORK-EOF-SW        PIC X(1) VALUE "N".
              88 END-OF-TERM-WORK    VALUE "Y".
            05 WS-DEPMAST-OPEN-SW    PIC X(1) VALUE "N".
              88 DEPMAST-FILE-OPEN   VALUE "Y".
            05 WS-GROUP-FOUND-SW     PIC X(1).
              88 GROUP-FOUND         VALUE "Y".
            05 WS-ELECT-FOUND-SW     PIC X(1).
              88 ELECTION-FOUND      VALUE "Y".

        01  WS-TODAY                 PIC 9(8).
        01  WS-AUDIT-TS              PIC 9(14).
        01  WS-JOB-NAME              PIC X(8) VALUE "CBLNAM44".

        01  WS-COUNTERS.
            05 WS-SCAN-COUNT         PIC 9(7) VALUE ZERO.
            05 WS-MEMBER-COUNT       PIC 9(7) VALUE ZERO.
            05 WS-CONVERT-COUNT      PIC 9(7) VALUE ZERO.
            05 WS-CANCEL-COUNT       PIC 9(7) VALUE ZERO.
            05 WS-LEFT-COUNT         PIC 9(7) VALUE ZERO.
            05 WS-DEP-AUDIT-COUNT    PIC 9(7) VALUE ZERO.
            05 WS-RESP-COUNT         PIC 9(7) VALUE ZERO.
            05 WS-UNUSED-COUNT       PIC 9(7) VALUE ZERO.

      *> Groups due tonight, in GRPMAST key order - the register
      *> prints them in this order.  Loaded before any member is
      *> touched, so an overflow abends with nothing half done.
        01  WS-GROUP-TABLE.
            05 WS-GROUP-COUNT        PIC 9(3) VALUE ZERO.
            05 WS-GROUP-ENTRY OCCURS 500 TIMES
                    INDEXED BY GT-IDX.
              10 WS-GT-GROUP-NUM     PIC X(6).
              10 WS-GT-NAME          PIC X(30).
              10 WS-GT-CONTACT       PIC X(30).
              10 WS-GT-TERM-DATE     PIC 9(8).
              10 WS-GT-TERM-REASON   PIC X(4).
              10 WS-GT-TERM-USERID   PIC X(8).
              10 WS-GT-CONVERT-COUNT PIC 9(5).
              10 WS-GT-CANCEL-COUNT  PIC 9(5).
              10 WS-GT-LEFT-COUNT    PIC 9(5).
              10 WS-GT-DEP-COUNT     PIC 9(5).

      *> Conversion elections ("Y" only - a decline is the same as
      *> no answer).  An election the sweep never uses is listed at
      *> the end of the register.
        01  WS-ELECTION-TABLE.
            05 WS-ELECT-COUNT        PIC 9(5) VALUE ZERO.
            05 WS-ELECT-ENTRY OCCURS 5000 TIMES
                    INDEXED BY EL-IDX.
              10 WS-EL-GROUP-NUM     PIC X(6).
              10 WS-EL-POLICYNUM     PIC X(8).
              10 WS-EL-RECEIVED-DATE PIC 9(8).
              10 WS-EL-USED-SW       PIC X(1).
                88 EL-USED           VALUE "Y".

        01  WS-TERM-DETAIL.
            05 WS-TD-GROUP-NUM       PIC X(6).
            05 WS-TD-POLICYNUM       PIC X(8).
            05 WS-TD-FIRSTNAME       PIC X(16).
            05 WS-TD-LASTNAME        PIC X(16).
            05 WS-TD-OLD-STATUS      PIC X(1).
            05 WS-TD-ACTION          PIC X(1).
              88 TD-CONVERTED        VALUE "V".
              88 TD-CANCELLED        VALUE "C".
              88 TD-LEFT-AS-IS       VALUE "N".
            05 WS-TD-OLD-EXP-DATE    PIC 9(8).
            05 WS-TD-DEP-COUNT       PIC 9(3).

        01  WS-RPT-NAME              PIC X(33).
        01  WS-ACTION-TEXT           PIC X(26).
        01  WS-REASON-TEXT           PIC X(40).
        01  WS-EDIT-COUNT            PIC ZZZ,ZZ9.
        01  WS-EDIT-COUNT-2          PIC ZZZ,ZZ9.
        01  WS-EDIT-COUNT-3          PIC ZZZ,ZZ9.
        01  WS-EDIT-DEPS             PIC ZZ9.

        PROCEDURE DIVISION.
        0000-MAIN-PARA.
            PERFORM 1000-INITIALIZE
            IF WS-GROUP-COUNT > ZERO
                SORT TERM-SORT
                    ON ASCENDING KEY TRS-GROUP-NUM
                                     TRS-POLICYNUM
                    INPUT PROCEDURE IS 3000-SETTLE-MEMBERS
                    GIVING TERM-WORK
                PERFORM 4000-MARK-GROUPS-PROCESSED
                PERFORM 5000-PRINT-REGISTER
            ELSE
                MOVE SPACES TO TRMRPT-LINE
                WRITE TRMRPT-LINE
                MOVE "NO GROUP TERMINATIONS DUE" TO TRMRPT-LINE
                WRITE TRMRPT-LINE
            END-IF
            PERFORM 6000-PRINT-UNUSED-ELECTIONS
            PERFORM 9000-TERMINATE
            STOP RUN.

        1000-INITIALIZE.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
            OPEN I-O GRPMAST-FILE
            IF NOT GRPMAST-OK
                DISPLAY "CBLNAM44: ABENDING - UNABLE TO OPEN GRPMAST, "
                        "STATUS=" WS-GRPMAST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM 1100-LOAD-DUE-GROUPS
            PERFORM 1200-LOAD-ELECTIONS
            OPEN OUTPUT TRMRPT-FILE
            MOVE "EMPLOYER GROUP TERMINATION REGISTER" TO TRMRPT-LINE
            WRITE TRMRPT-LINE
            MOVE SPACES TO TRMRPT-LINE
            STRING "RUN DATE: " DELIMITED BY SIZE
                   WS-TODAY     DELIMITED BY SIZE
                INTO TRMRPT-LINE
            WRITE TRMRPT-LINE.

      *> Due = a termination date on or before tonight and no
      *> termination run stamp yet.  A group carrying spaces in the
      *> termination fields was loaded before they existed and is in
      *> force.
        1100-LOAD-DUE-GROUPS.
            MOVE LOW-VALUES TO GRP-NUMBER
            START GRPMAST-FILE KEY IS NOT LESS THAN GRP-NUMBER
                INVALID KEY MOVE "Y" TO WS-GRP-EOF-SW
            END-START
            IF NOT END-OF-GRPMAST
                READ GRPMAST-FILE NEXT RECORD
                    AT END MOVE "Y" TO WS-GRP-EOF-SW
                END-READ
            END-IF
            PERFORM 1110-CHECK-ONE-GROUP UNTIL END-OF-GRPMAST.

        1110-CHECK-ONE-GROUP.
            IF GRP-TERM-DATE NUMERIC
               AND NOT GRP-IN-FORCE
               AND GRP-TERM-DATE <= WS-TODAY
               AND (GRP-TERM-RUN-DATE NOT NUMERIC
                    OR GRP-TERM-RUN-DATE = ZERO)
                IF WS-GROUP-COUNT >= 500
                    DISPLAY "CBLNAM44: ABENDING - GROUP TABLE OVERFLOW"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-GROUP-COUNT
                SET GT-IDX TO WS-GROUP-COUNT
                MOVE GRP-NUMBER      TO WS-GT-GROUP-NUM (GT-IDX)
                MOVE GRP-NAME        TO WS-GT-NAME (GT-IDX)
                MOVE GRP-CONTACT     TO WS-GT-CONTACT (GT-IDX)
                MOVE GRP-TERM-DATE   TO WS-GT-TERM-DATE (GT-IDX)
                MOVE GRP-TERM-REASON TO WS-GT-TERM-REASON (GT-IDX)
                MOVE GRP-TERM-USERID TO WS-GT-TERM-USERID (GT-IDX)
                MOVE ZERO TO WS-GT-CONVERT-COUNT (GT-IDX)
                             WS-GT-CANCEL-COUNT (GT-IDX)
                             WS-GT-LEFT-COUNT (GT-IDX)
                             WS-GT-DEP-COUNT (GT-IDX)
            END-IF
            READ GRPMAST-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-GRP-EOF-SW
            END-READ.

      *> No CONVRESP file means nobody elected - every in-force member
      *> of a due group is cancelled.
        1200-LOAD-ELECTIONS.
            OPEN INPUT CONVRESP-FILE
            IF CONVRESP-OK
                READ CONVRESP-FILE
                    AT END MOVE "Y" TO WS-RESP-EOF-SW
                END-READ
                PERFORM 1210-STORE-ELECTION UNTIL END-OF-CONVRESP
                CLOSE CONVRESP-FILE
            END-IF.

        1210-STORE-ELECTION.
            ADD 1 TO WS-RESP-COUNT
            IF CVR-ELECTS-CONVERSION
                IF WS-ELECT-COUNT >= 5000
                    DISPLAY "CBLNAM44: ABENDING - ELECTION TABLE "
                            "OVERFLOW"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-ELECT-COUNT
                SET EL-IDX TO WS-ELECT-COUNT
                MOVE CVR-GROUP-NUM     TO WS-EL-GROUP-NUM (EL-IDX)
                MOVE CVR-POLICYNUM     TO WS-EL-POLICYNUM (EL-IDX)
                MOVE CVR-RECEIVED-DATE TO WS-EL-RECEIVED-DATE (EL-IDX)
                MOVE "N" TO WS-EL-USED-SW (EL-IDX)
            END-IF
            READ CONVRESP-FILE
                AT END MOVE "Y" TO WS-RESP-EOF-SW
            END-READ.

      *> Sort input procedure: one sweep of the master settles every
      *> member of every due group and releases its register detail.
        3000-SETTLE-MEMBERS.
            OPEN I-O POLMAST-FILE
            IF NOT POLMAST-OK
                DISPLAY "CBLNAM44: ABENDING - UNABLE TO OPEN POLMAST, "
                        "STATUS=" WS-POLMAST-STATUS
                CLOSE GRPMAST-FILE
                CLOSE TRMRPT-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
      *> No DEPMAST simply means no dependents to carry or end.
            OPEN INPUT DEPMAST-FILE
            IF DEPMAST-OK
                SET DEPMAST-FILE-OPEN TO TRUE
            END-IF
            OPEN EXTEND AUDIT-FILE
            IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDIT-FILE
            END-IF
            OPEN EXTEND DEPAUDIT-FILE
            IF WS-DEPAUDIT-STATUS = "05" OR WS-DEPAUDIT-STATUS = "35"
                OPEN OUTPUT DEPAUDIT-FILE
            END-IF
            OPEN I-O CONVFLAG-FILE
            IF WS-CONVFLAG-STATUS = "05" OR WS-CONVFLAG-STATUS = "35"
                OPEN OUTPUT CONVFLAG-FILE
                CLOSE CONVFLAG-FILE
                OPEN I-O CONVFLAG-FILE
            END-IF
            READ POLMAST-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
            END-READ
            PERFORM 3100-CHECK-ONE-MEMBER UNTIL END-OF-POLMAST
            CLOSE POLMAST-FILE
            IF DEPMAST-FILE-OPEN
                CLOSE DEPMAST-FILE
            END-IF
            CLOSE AUDIT-FILE
            CLOSE DEPAUDIT-FILE
            CLOSE CONVFLAG-FILE.

        3100-CHECK-ONE-MEMBER.
            ADD 1 TO WS-SCAN-COUNT
            IF GROUP-NUM OF POLMAST-RECORD NOT = SPACES
                PERFORM 3110-FIND-DUE-GROUP
                IF GROUP-FOUND
                    PERFORM 3200-SETTLE-ONE-MEMBER
                END-IF
            END-IF
            READ POLMAST-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
            END-READ.

        3110-FIND-DUE-GROUP.
            MOVE "N" TO WS-GROUP-FOUND-SW
            PERFORM 3120-MATCH-DUE-GROUP
                VARYING GT-IDX FROM 1 BY 1
                UNTIL GT-IDX > WS-GROUP-COUNT
                   OR GROUP-FOUND
      *> The index is stepped once more after the match, so the
      *> matching entry is the one before it.
            IF GROUP-FOUND
                SET GT-IDX DOWN BY 1
            END-IF.

        3120-MATCH-DUE-GROUP.
            IF WS-GT-GROUP-NUM (GT-IDX) = GROUP-NUM OF POLMAST-RECORD
                SET GROUP-FOUND TO TRUE
            END-IF.

        3200-SETTLE-ONE-MEMBER.
            ADD 1 TO WS-MEMBER-COUNT
            MOVE GROUP-NUM OF POLMAST-RECORD  TO WS-TD-GROUP-NUM
            MOVE POLICYNUM OF POLMAST-RECORD  TO WS-TD-POLICYNUM
            MOVE FIRSTNAME OF POLMAST-RECORD  TO WS-TD-FIRSTNAME
            MOVE LASTNAME OF POLMAST-RECORD   TO WS-TD-LASTNAME
            MOVE POL-STATUS OF POLMAST-RECORD TO WS-TD-OLD-STATUS
            MOVE POLICY-EXP-DATE OF POLMAST-RECORD
                TO WS-TD-OLD-EXP-DATE
            MOVE ZERO TO WS-TD-DEP-COUNT
            IF STATUS-ACTIVE OF POLMAST-RECORD
               OR STATUS-RENEWAL-DUE OF POLMAST-RECORD
                PERFORM 3210-FIND-ELECTION
                PERFORM 8100-CAPTURE-BEFORE-IMAGE
                IF ELECTION-FOUND
                    PERFORM 3300-CONVERT-MEMBER
                ELSE
                    PERFORM 3400-CANCEL-MEMBER
                END-IF
                REWRITE POLMAST-RECORD
                PERFORM 8200-CAPTURE-AFTER-IMAGE
                PERFORM 8300-WRITE-AUDIT-RECORD
                PERFORM 3500-AUDIT-DEPENDENTS
            ELSE
                SET TD-LEFT-AS-IS TO TRUE
                ADD 1 TO WS-LEFT-COUNT
                ADD 1 TO WS-GT-LEFT-COUNT (GT-IDX)
            END-IF
            RELEASE TERM-SORT-REC FROM WS-TERM-DETAIL.

        3210-FIND-ELECTION.
            MOVE "N" TO WS-ELECT-FOUND-SW
            PERFORM 3220-MATCH-ELECTION
                VARYING EL-IDX FROM 1 BY 1
                UNTIL EL-IDX > WS-ELECT-COUNT
                   OR ELECTION-FOUND.

        3220-MATCH-ELECTION.
            IF WS-EL-GROUP-NUM (EL-IDX) = GROUP-NUM OF POLMAST-RECORD
               AND WS-EL-POLICYNUM (EL-IDX)
                       = POLICYNUM OF POLMAST-RECORD
                SET ELECTION-FOUND TO TRUE
                SET EL-USED (EL-IDX) TO TRUE
            END-IF.

      *> Off the group and onto individual billing; term, status and
      *> dependents carry over untouched.
        3300-CONVERT-MEMBER.
            MOVE SPACES TO GROUP-NUM OF POLMAST-RECORD
            SET TD-CONVERTED TO TRUE
            ADD 1 TO WS-CONVERT-COUNT
            ADD 1 TO WS-GT-CONVERT-COUNT (GT-IDX)
            MOVE POLICYNUM OF POLMAST-RECORD TO CVF-POLICYNUM
            MOVE WS-TD-GROUP-NUM             TO CVF-GROUP-NUM
            MOVE WS-GT-TERM-DATE (GT-IDX)    TO CVF-GROUP-TERM-DATE
            MOVE WS-TODAY                    TO CVF-CONVERT-DATE
            WRITE CONVERSION-FLAG-RECORD
                INVALID KEY
                    REWRITE CONVERSION-FLAG-RECORD
            END-WRITE.

      *> Cover ends with the group - a term running past the
      *> termination date is cut back to it.
        3400-CANCEL-MEMBER.
            SET STATUS-CANCELLED OF POLMAST-RECORD TO TRUE
            IF POLICY-EXP-DATE OF POLMAST-RECORD
                    > WS-GT-TERM-DATE (GT-IDX)
                MOVE WS-GT-TERM-DATE (GT-IDX)
                    TO POLICY-EXP-DATE OF POLMAST-RECORD
            END-IF
            SET TD-CANCELLED TO TRUE
            ADD 1 TO WS-CANCEL-COUNT
            ADD 1 TO WS-GT-CANCEL-COUNT (GT-IDX).

      *> The dependent rows themselves do not change - they follow
      *> the policy - so each gets a change record whose before and
      *> after images agree, stamped with the member's audit time.
        3500-AUDIT-DEPENDENTS.
            IF DEPMAST-FILE-OPEN
                MOVE "N" TO WS-DEP-EOF-SW
                MOVE POLICYNUM OF POLMAST-RECORD TO DEP-POLICYNUM
                MOVE ZERO TO DEP-SEQ
                START DEPMAST-FILE KEY IS NOT LESS THAN DEP-KEY
                    INVALID KEY MOVE "Y" TO WS-DEP-EOF-SW
                END-START
                PERFORM 3510-AUDIT-NEXT-DEPENDENT UNTIL END-OF-DEPS
            END-IF.

        3510-AUDIT-NEXT-DEPENDENT.
            READ DEPMAST-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-DEP-EOF-SW
            END-READ
            IF NOT END-OF-DEPS
                IF DEP-POLICYNUM = POLICYNUM OF POLMAST-RECORD
                    MOVE DEP-FIRSTNAME     TO DEPBEF-FIRSTNAME
                                              DEPAFT-FIRSTNAME
                    MOVE DEP-LASTNAME      TO DEPBEF-LASTNAME
                                              DEPAFT-LASTNAME
                    MOVE DEP-RELATION      TO DEPBEF-RELATION
                                              DEPAFT-RELATION
                    MOVE DEP-DATE-OF-BIRTH TO DEPBEF-DATE-OF-BIRTH
                                              DEPAFT-DATE-OF-BIRTH
                    MOVE DEP-POLICYNUM TO AUDDEP-POLICYNUM
                    MOVE DEP-SEQ       TO AUDDEP-SEQ
                    SET AUDDEP-ACTION-CHANGE TO TRUE
                    MOVE WS-AUDIT-TS   TO AUDDEP-TIMESTAMP
                    MOVE WS-JOB-NAME   TO AUDDEP-USERID
                    WRITE AUDIT-DEP-RECORD
                    ADD 1 TO WS-TD-DEP-COUNT
                    ADD 1 TO WS-DEP-AUDIT-COUNT
                    ADD 1 TO WS-GT-DEP-COUNT (GT-IDX)
                ELSE
                    MOVE "Y" TO WS-DEP-EOF-SW
                END-IF
            END-IF.

      *> Stamped only once the sweep is through, so a run that dies
      *> part way leaves the group due and the rerun picks up the
      *> members still attached.
        4000-MARK-GROUPS-PROCESSED.
            PERFORM 4100-MARK-ONE-GROUP
                VARYING GT-IDX FROM 1 BY 1
                UNTIL GT-IDX > WS-GROUP-COUNT.

        4100-MARK-ONE-GROUP.
            MOVE WS-GT-GROUP-NUM (GT-IDX) TO GRP-NUMBER
            READ GRPMAST-FILE
                INVALID KEY
                    DISPLAY "CBLNAM44: GROUP " GRP-NUMBER
                            " LEFT GRPMAST DURING THE RUN"
                NOT INVALID KEY
                    MOVE WS-TODAY TO GRP-TERM-RUN-DATE
                    REWRITE GROUP-RECORD
            END-READ.

      *> The register walks the due groups in key order and takes
      *> each group's sorted details off the work file beneath its
      *> header, so a group with nobody attached still gets a section.
        5000-PRINT-REGISTER.
            OPEN INPUT TERM-WORK
            READ TERM-WORK INTO WS-TERM-DETAIL
                AT END MOVE "Y" TO WS-WORK-EOF-SW
            END-READ
            PERFORM 5100-PRINT-ONE-GROUP
                VARYING GT-IDX FROM 1 BY 1
                UNTIL GT-IDX > WS-GROUP-COUNT
            CLOSE TERM-WORK.

        5100-PRINT-ONE-GROUP.
            PERFORM 5200-PRINT-GROUP-HEADER
            IF END-OF-TERM-WORK
               OR WS-TD-GROUP-NUM NOT = WS-GT-GROUP-NUM (GT-IDX)
                MOVE "  NO MEMBERS ATTACHED" TO TRMRPT-LINE
                WRITE TRMRPT-LINE
            END-IF
            PERFORM 5300-PRINT-MEMBER-LINE
                UNTIL END-OF-TERM-WORK
                   OR WS-TD-GROUP-NUM NOT = WS-GT-GROUP-NUM (GT-IDX)
            PERFORM 5400-PRINT-GROUP-SUBTOTAL.

        5200-PRINT-GROUP-HEADER.
            MOVE SPACES TO TRMRPT-LINE
            WRITE TRMRPT-LINE
            MOVE ALL "-" TO TRMRPT-LINE
            WRITE TRMRPT-LINE
            MOVE SPACES TO TRMRPT-LINE
            STRING "GROUP "                  DELIMITED BY SIZE
                   WS-GT-GROUP-NUM (GT-IDX)  DELIMITED BY SIZE
                   "  "                      DELIMITED BY SIZE
                   WS-GT-NAME (GT-IDX)       DELIMITED BY SIZE
                INTO TRMRPT-LINE
            WRITE TRMRPT-LINE
            MOVE SPACES TO TRMRPT-LINE
            STRING "TERMINATED "              DELIMITED BY SIZE
                   WS-GT-TERM-DATE (GT-IDX)   DELIMITED BY SIZE
                   "  REASON "                DELIMITED BY SIZE
                   WS-GT-TERM-REASON (GT-IDX) DELIMITED BY SIZE
                   "  KEYED BY "              DELIMITED BY SIZE
                   WS-GT-TERM-USERID (GT-IDX) DELIMITED BY SIZE
                INTO TRMRPT-LINE
            WRITE TRMRPT-LINE
            IF WS-GT-CONTACT (GT-IDX) NOT = SPACES
                MOVE SPACES TO TRMRPT-LINE
                STRING "REMIT-TO: "           DELIMITED BY SIZE
                       WS-GT-CONTACT (GT-IDX) DELIMITED BY SIZE
                    INTO TRMRPT-LINE
                WRITE TRMRPT-LINE
            END-IF
            MOVE SPACES TO TRMRPT-LINE
            WRITE TRMRPT-LINE
            MOVE
                "POLICYNUM  NAME                              ST ACTION"
                TO TRMRPT-LINE
            WRITE TRMRPT-LINE.

        5300-PRINT-MEMBER-LINE.
            MOVE SPACES TO WS-RPT-NAME
            STRING WS-TD-FIRSTNAME DELIMITED BY SIZE
                   " "             DELIMITED BY SIZE
                   WS-TD-LASTNAME  DELIMITED BY SIZE
                INTO WS-RPT-NAME
            MOVE SPACES TO WS-ACTION-TEXT
            EVALUATE TRUE
                WHEN TD-CONVERTED
                    MOVE "CONVERTED TO INDIVIDUAL" TO WS-ACTION-TEXT
                WHEN TD-CANCELLED
                    STRING "CANCELLED AS OF "       DELIMITED BY SIZE
                           WS-GT-TERM-DATE (GT-IDX) DELIMITED BY SIZE
                        INTO WS-ACTION-TEXT
                WHEN OTHER
                    MOVE "NOT IN FORCE - NO CHANGE" TO WS-ACTION-TEXT
            END-EVALUATE
            MOVE WS-TD-DEP-COUNT TO WS-EDIT-DEPS
            MOVE SPACES TO TRMRPT-LINE
            STRING WS-TD-POLICYNUM   DELIMITED BY SIZE
                   "   "             DELIMITED BY SIZE
                   WS-RPT-NAME       DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   WS-TD-OLD-STATUS  DELIMITED BY SIZE
                   "  "              DELIMITED BY SIZE
                   WS-ACTION-TEXT    DELIMITED BY SIZE
                INTO TRMRPT-LINE
            WRITE TRMRPT-LINE
            IF WS-TD-DEP-COUNT > ZERO
                MOVE SPACES TO TRMRPT-LINE
                IF TD-CONVERTED
                    STRING "           DEPENDENTS CARRIED: "
                                       DELIMITED BY SIZE
                           WS-EDIT-DEPS DELIMITED BY SIZE
                        INTO TRMRPT-LINE
                ELSE
                    STRING "           DEPENDENTS ENDED:   "
                                       DELIMITED BY SIZE
                           WS-EDIT-DEPS DELIMITED BY SIZE
                        INTO TRMRPT-LINE
                END-IF
                WRITE TRMRPT-LINE
            END-IF
            READ TERM-WORK INTO WS-TERM-DETAIL
                AT END MOVE "Y" TO WS-WORK-EOF-SW
            END-READ.

        5400-PRINT-GROUP-SUBTOTAL.
            MOVE WS-GT-CONVERT-COUNT (GT-IDX) TO WS-EDIT-COUNT
            MOVE WS-GT-CANCEL-COUNT (GT-IDX)  TO WS-EDIT-COUNT-2
            MOVE WS-GT-LEFT-COUNT (GT-IDX)    TO WS-EDIT-COUNT-3
            MOVE SPACES TO TRMRPT-LINE
            STRING "  CONVERTED: "  DELIMITED BY SIZE
                   WS-EDIT-COUNT    DELIMITED BY SIZE
                   "  CANCELLED: "  DELIMITED BY SIZE
                   WS-EDIT-COUNT-2  DELIMITED BY SIZE
                   "  NO CHANGE: "  DELIMITED BY SIZE
                   WS-EDIT-COUNT-3  DELIMITED BY SIZE
                INTO TRMRPT-LINE
            WRITE TRMRPT-LINE
            MOVE WS-GT-DEP-COUNT (GT-IDX) TO WS-EDIT-COUNT
            MOVE SPACES TO TRMRPT-LINE
            STRING "  DEPENDENTS AUDITED: " DELIMITED BY SIZE
                   WS-EDIT-COUNT            DELIMITED BY SIZE
                INTO TRMRPT-LINE
            WRITE TRMRPT-LINE.

      *> An election for a group not terminating tonight, or for a
      *> policy that was not an in-force member of the group, changed
      *> nothing - the account rep follows it up.
        6000-PRINT-UNUSED-ELECTIONS.
            PERFORM 6100-PRINT-ONE-UNUSED
                VARYING EL-IDX FROM 1 BY 1
                UNTIL EL-IDX > WS-ELECT-COUNT.

        6100-PRINT-ONE-UNUSED.
            IF NOT EL-USED (EL-IDX)
                IF WS-UNUSED-COUNT = ZERO
                    MOVE SPACES TO TRMRPT-LINE
                    WRITE TRMRPT-LINE
                    MOVE ALL "-" TO TRMRPT-LINE
                    WRITE TRMRPT-LINE
                    MOVE "CONVERSION ELECTIONS NOT APPLIED"
                        TO TRMRPT-LINE
                    WRITE TRMRPT-LINE
                    MOVE "GROUP   POLICYNUM  RECEIVED  REASON"
                        TO TRMRPT-LINE
                    WRITE TRMRPT-LINE
                END-IF
                ADD 1 TO WS-UNUSED-COUNT
                MOVE "N" TO WS-GROUP-FOUND-SW
                PERFORM 6110-MATCH-ELECTION-GROUP
                    VARYING GT-IDX FROM 1 BY 1
                    UNTIL GT-IDX > WS-GROUP-COUNT
                       OR GROUP-FOUND
                IF GROUP-FOUND
                    MOVE "NOT AN IN-FORCE MEMBER OF THE GROUP"
                        TO WS-REASON-TEXT
                ELSE
                    MOVE "GROUP NOT TERMINATING IN THIS RUN"
                        TO WS-REASON-TEXT
                END-IF
                MOVE SPACES TO TRMRPT-LINE
                STRING WS-EL-GROUP-NUM (EL-IDX)     DELIMITED BY SIZE
                       "  "                         DELIMITED BY SIZE
                       WS-EL-POLICYNUM (EL-IDX)     DELIMITED BY SIZE
                       "   "                        DELIMITED BY SIZE
                       WS-EL-RECEIVED-DATE (EL-IDX) DELIMITED BY SIZE
                       "  "                         DELIMITED BY SIZE
                       WS-REASON-TEXT               DELIMITED BY SIZE
                    INTO TRMRPT-LINE
                WRITE TRMRPT-LINE
            END-IF.

        6110-MATCH-ELECTION-GROUP.
            IF WS-GT-GROUP-NUM (GT-IDX) = WS-EL-GROUP-NUM (EL-IDX)
                SET GROUP-FOUND TO TRUE
            END-IF.

        8100-CAPTURE-BEFORE-IMAGE.
            MOVE POLICYNUM OF POLMAST-RECORD  TO BEFORE-POLICYNUM
            MOVE POLICYTYPE OF POLMAST-RECORD TO BEFORE-POLICYTYPE
            MOVE FIRSTNAME OF POLMAST-RECORD  TO BEFORE-FIRSTNAME
            MOVE LASTNAME OF POLMAST-RECORD   TO BEFORE-LASTNAME
            MOVE STREETNUM OF POLMAST-RECORD  TO BEFORE-STREETNUM
            MOVE STREETNAME OF POLMAST-RECORD TO BEFORE-STREETNAME
            MOVE CITY OF POLMAST-RECORD       TO BEFORE-CITY
            MOVE PCODE OF POLMAST-RECORD      TO BEFORE-PCODE
            MOVE AGE OF POLMAST-RECORD        TO BEFORE-AGE
            MOVE POL-STATUS OF POLMAST-RECORD TO BEFORE-POL-STATUS
            MOVE POLICY-EFF-DATE OF POLMAST-RECORD
                TO BEFORE-POLICY-EFF-DATE
            MOVE POLICY-EXP-DATE OF POLMAST-RECORD
                TO BEFORE-POLICY-EXP-DATE
            MOVE DATE-OF-BIRTH OF POLMAST-RECORD
                TO BEFORE-DATE-OF-BIRTH
            MOVE GROUP-NUM OF POLMAST-RECORD
                TO BEFORE-GROUP-NUM
            MOVE AGENT-NUM OF POLMAST-RECORD
                TO BEFORE-AGENT-NUM
            MOVE INCEPTION-DATE OF POLMAST-RECORD
                TO BEFORE-INCEPTION-DATE.

        8200-CAPTURE-AFTER-IMAGE.
            MOVE POLICYNUM OF POLMAST-RECORD  TO AFTER-POLICYNUM
            MOVE POLICYTYPE OF POLMAST-RECORD TO AFTER-POLICYTYPE
            MOVE FIRSTNAME OF POLMAST-RECORD  TO AFTER-FIRSTNAME
            MOVE LASTNAME OF POLMAST-RECORD   TO AFTER-LASTNAME
            MOVE STREETNUM OF POLMAST-RECORD  TO AFTER-STREETNUM
            MOVE STREETNAME OF POLMAST-RECORD TO AFTER-STREETNAME
            MOVE CITY OF POLMAST-RECORD       TO AFTER-CITY
            MOVE PCODE OF POLMAST-RECORD      TO AFTER-PCODE
            MOVE AGE OF POLMAST-RECORD        TO AFTER-AGE
            MOVE POL-STATUS OF POLMAST-RECORD TO AFTER-POL-STATUS
            MOVE POLICY-EFF-DATE OF POLMAST-RECORD
                TO AFTER-POLICY-EFF-DATE
            MOVE POLICY-EXP-DATE OF POLMAST-RECORD
                TO AFTER-POLICY-EXP-DATE
            MOVE DATE-OF-BIRTH OF POLMAST-RECORD
                TO AFTER-DATE-OF-BIRTH
            MOVE GROUP-NUM OF POLMAST-RECORD
                TO AFTER-GROUP-NUM
            MOVE AGENT-NUM OF POLMAST-RECORD
                TO AFTER-AGENT-NUM
            MOVE INCEPTION-DATE OF POLMAST-RECORD
                TO AFTER-INCEPTION-DATE.

      *> The member and its dependents share one timestamp so the two
      *> trails can be matched up.
        8300-WRITE-AUDIT-RECORD.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-TS
            MOVE POLICYNUM OF POLMAST-RECORD TO AUDIT-POLICYNUM
            SET AUDIT-ACTION-CHANGE TO TRUE
            MOVE WS-AUDIT-TS TO AUDIT-TIMESTAMP
            MOVE WS-JOB-NAME TO AUDIT-USERID
            WRITE AUDIT-RECORD.

        9000-TERMINATE.
            MOVE SPACES TO TRMRPT-LINE
            WRITE TRMRPT-LINE
            MOVE ALL "-" TO TRMRPT-LINE
            WRITE TRMRPT-LINE
            MOVE WS-GROUP-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO TRMRPT-LINE
            STRING "GROUPS TERMINATED:       " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO TRMRPT-LINE
            WRITE TRMRPT-LINE
            MOVE WS-CONVERT-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO TRMRPT-LINE
            STRING "MEMBERS CONVERTED:       " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO TRMRPT-LINE
            WRITE TRMRPT-LINE
            MOVE WS-CANCEL-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO TRMRPT-LINE
            STRING "MEMBERS CANCELLED:       " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO TRMRPT-LINE
            WRITE TRMRPT-LINE
            MOVE WS-LEFT-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO TRMRPT-LINE
            STRING "MEMBERS NOT IN FORCE:    " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO TRMRPT-LINE
            WRITE TRMRPT-LINE
            MOVE WS-DEP-AUDIT-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO TRMRPT-LINE
            STRING "DEPENDENTS AUDITED:      " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO TRMRPT-LINE
            WRITE TRMRPT-LINE
            MOVE WS-UNUSED-COUNT TO WS-EDIT-COUNT
            MOVE SPACES TO TRMRPT-LINE
            STRING "ELECTIONS NOT APPLIED:   " DELIMITED BY SIZE
                   WS-EDIT-COUNT               DELIMITED BY SIZE
                INTO TRMRPT-LINE
            WRITE TRMRPT-LINE
            CLOSE GRPMAST-FILE
            CLOSE TRMRPT-FILE
            DISPLAY "CBLNAM44: GROUPS=" WS-GROUP-COUNT
                    " MEMBERS=" WS-MEMBER-COUNT
                    " CONVERTED=" WS-CONVERT-COUNT
                    " CANCELLED=" WS-CANCEL-COUNT
                    " NOT-IN-FORCE=" WS-LEFT-COUNT
            DISPLAY "CBLNAM44: RESPONSES=" WS-RESP-COUNT
                    " ELECTIONS=" WS-ELECT-COUNT
                    " NOT-APPLIED=" WS-UNUSED-COUNT
                    " DEP-AUDITED=" WS-DEP-AUDIT-COUNT.
