      *> CBLNAM42 - weekly cross-file referential integrity sweep.
      *> CBLNAM17 proves POLMAST against itself and CBLNAM05 finds
      *> duplicates inside it; this run proves the satellite files
      *> against the master.  POLMAST is cross-matched with DEPMAST,
      *> RECVBL, EXPRATE, RENSTAT, CLMACT, NAMEXREF and GRPMAST, and
      *> every exception is listed by file and check code, with a
      *> summary count per check at the end.
      *>
      *> Exceptions are either hard orphans - a dependent, receivable,
      *> experience factor, notice state or claims record for a
      *> POLICYNUM no longer on the master (a purged or deleted
      *> policy), or a member whose GROUP-NUM is not on GRPMAST - or
      *> state contradictions and drift: a receivable whose balance
      *> and oldest-due date disagree, a zero experience factor, a
      *> notice state on a policy that is not RENEWAL-DUE, more open
      *> claims than claims, and NAMEXREF entries that no longer match
      *> the master (CBLNAM13 rebuilds NAMEXREF nightly, so drift there
      *> is reported but is never an orphan).
      *>
      *> Return code 8 means at least one hard orphan was found -
      *> operations follow those up before the next CBLNAM09 billing
      *> run.  Contradictions alone leave the return code at zero.
      *> A satellite file that is not there is reported and skipped;
      *> no POLMAST is return code 16.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CBLNAM42.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT POLMAST-FILE ASSIGN TO "POLMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS POLICYNUM OF POLMAST-RECORD
                FILE STATUS IS WS-POLMAST-STATUS.

            SELECT DEPMAST-FILE ASSIGN TO "DEPMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS DEP-KEY
                FILE STATUS IS WS-DEPMAST-STATUS.

            SELECT RECVBL-FILE ASSIGN TO "RECVBL"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RCV-POLICYNUM
                FILE STATUS IS WS-RECVBL-STATUS.

            SELECT EXPRATE-FILE ASSIGN TO "EXPRATE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS EXPR-POLICYNUM
                FILE STATUS IS WS-EXPRATE-STATUS.

            SELECT RENSTAT-FILE ASSIGN TO "RENSTAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RNS-POLICYNUM
                FILE STATUS IS WS-RENSTAT-STATUS.

            SELECT CLMACT-FILE ASSIGN TO "CLMACT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CLMACT-POLICYNUM
                FILE STATUS IS WS-CLMACT-STATUS.

            SELECT NAMEXREF-FILE ASSIGN TO "NAMEXREF"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XREF-KEY
                FILE STATUS IS WS-NAMEXREF-STATUS.

            SELECT GRPMAST-FILE ASSIGN TO "GRPMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS GRP-NUMBER
                FILE STATUS IS WS-GRPMAST-STATUS.

            SELECT INTGRPT-FILE ASSIGN TO "INTGRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INTGRPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  POLMAST-FILE.
            COPY member REPLACING ==MEMBER== BY ==POLMAST-RECORD==.

        FD  DEPMAST-FILE.
            COPY depend.

        FD  RECVBL-FILE.
            COPY recvbl.

        FD  EXPRATE-FILE.
            COPY exprate.

        FD  RENSTAT-FILE.
            COPY renstat.

        FD  CLMACT-FILE.
            COPY clmact.

        FD  NAMEXREF-FILE.
            COPY namexref.

        FD  GRPMAST-FILE.
            COPY grpmast.

        FD  INTGRPT-FILE.
        01  INTGRPT-LINE            PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-POLMAST-STATUS       PIC X(2).
            88 POLMAST-OK           VALUE "00".
        01  WS-DEPMAST-STATUS       PIC X(2).
            88 DEPMAST-OK           VALUE "00".
        01  WS-RECVBL-STATUS        PIC X(2).
            88 RECVBL-OK            VALUE "00".
        01  WS-EXPRATE-STATUS       PIC X(2).
            88 EXPRATE-OK           VALUE "00".
        01  WS-RENSTAT-STATUS       PIC X(2).
            88 RENSTAT-OK           VALUE "00".
        01  WS-CLMACT-STATUS        PIC X(2).
            88 CLMACT-OK            VALUE "00".
        01  WS-NAMEXREF-STATUS      PIC X(2).
            88 NAMEXREF-OK          VALUE "00".
        01  WS-GRPMAST-STATUS       PIC X(2).
            88 GRPMAST-OK           VALUE "00".
        01  WS-INTGRPT-STATUS       PIC X(2).

        01  WS-SWITCHES.
            05 WS-EOF-SW            PIC X(1) VALUE "N".
              88 END-OF-FILE        VALUE "Y".
            05 WS-NAMEXREF-OPEN-SW  PIC X(1) VALUE "N".
              88 NAMEXREF-FILE-OPEN VALUE "Y".
            05 WS-GRPMAST-OPEN-SW   PIC X(1) VALUE "N".
              88 GRPMAST-FILE-OPEN  VALUE "Y".
            05 WS-POLICY-FOUND-SW   PIC X(1) VALUE "N".
              88 POLICY-FOUND       VALUE "Y".

      *> The checks, in report order.  Severity H is a hard orphan and
      *> sets the return code; S is a state contradiction or drift.
      *> WS-CHK-SUB picks the check for 8000-WRITE-EXCEPTION.
        01  WS-CHECK-LIST.
            05 FILLER PIC X(46) VALUE
               "DEP1DEPMAST HDEPENDENT - POLICY NOT ON FILE   ".
            05 FILLER PIC X(46) VALUE
               "RCV1RECVBL  HOPEN BALANCE - POLICY NOT ON FILE".
            05 FILLER PIC X(46) VALUE
               "RCV2RECVBL  HZERO BALANCE - POLICY NOT ON FILE".
            05 FILLER PIC X(46) VALUE
               "RCV3RECVBL  SBALANCE AND OLDEST-DUE DISAGREE  ".
            05 FILLER PIC X(46) VALUE
               "EXP1EXPRATE HFACTOR - POLICY NOT ON FILE      ".
            05 FILLER PIC X(46) VALUE
               "EXP2EXPRATE SZERO EXPERIENCE FACTOR           ".
            05 FILLER PIC X(46) VALUE
               "RNS1RENSTAT HNOTICE - POLICY NOT ON FILE      ".
            05 FILLER PIC X(46) VALUE
               "RNS2RENSTAT SNOTICE STATE WITHOUT RENEWAL-DUE ".
            05 FILLER PIC X(46) VALUE
               "CLM1CLMACT  HCLAIMS - POLICY NOT ON FILE      ".
            05 FILLER PIC X(46) VALUE
               "CLM2CLMACT  SOPEN CLAIMS EXCEED CLAIM COUNT   ".
            05 FILLER PIC X(46) VALUE
               "XRF1NAMEXREFSENTRY - POLICY NOT ON FILE       ".
            05 FILLER PIC X(46) VALUE
               "XRF2NAMEXREFSENTRY DISAGREES WITH MASTER      ".
            05 FILLER PIC X(46) VALUE
               "XRF3NAMEXREFSPOLICY MISSING FROM NAMEXREF     ".
            05 FILLER PIC X(46) VALUE
               "GRP1POLMAST HGROUP-NUM NOT ON GRPMAST         ".
        01  WS-CHECK-TABLE REDEFINES WS-CHECK-LIST.
            05 WS-CHECK-ENTRY OCCURS 14 TIMES.
              10 WS-CHK-CODE        PIC X(4).
              10 WS-CHK-FILE        PIC X(8).
              10 WS-CHK-SEVERITY    PIC X(1).
                88 CHK-HARD-ORPHAN    VALUE "H".
              10 WS-CHK-DESC        PIC X(33).
        01  WS-CHECK-COUNTS.
            05 WS-CHK-COUNT         PIC 9(7) OCCURS 14 TIMES.
        01  WS-CHK-SUB              PIC 9(2).

      *> Key printed on the exception line - POLICYNUM plus whatever
      *> else identifies the record (dependent sequence, group).
        01  WS-EXC-KEY              PIC X(16).
        01  WS-EXC-SEQ              PIC 9(2).

        01  WS-COUNTERS.
            05 WS-POLMAST-COUNT     PIC 9(7) VALUE ZERO.
            05 WS-DEPMAST-COUNT     PIC 9(7) VALUE ZERO.
            05 WS-RECVBL-COUNT      PIC 9(7) VALUE ZERO.
            05 WS-EXPRATE-COUNT     PIC 9(7) VALUE ZERO.
            05 WS-RENSTAT-COUNT     PIC 9(7) VALUE ZERO.
            05 WS-CLMACT-COUNT      PIC 9(7) VALUE ZERO.
            05 WS-NAMEXREF-COUNT    PIC 9(7) VALUE ZERO.
            05 WS-HARD-COUNT        PIC 9(7) VALUE ZERO.
            05 WS-SOFT-COUNT        PIC 9(7) VALUE ZERO.

        01  WS-LINE-LABEL           PIC X(30).
        01  WS-SKIP-FILE            PIC X(8).
        01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.

        PROCEDURE DIVISION.
        0000-MAIN-PARA.
            PERFORM 1000-INITIALIZE
            PERFORM 2000-SWEEP-POLMAST
            PERFORM 3000-SWEEP-DEPMAST
            PERFORM 3100-SWEEP-RECVBL
            PERFORM 3200-SWEEP-EXPRATE
            PERFORM 3300-SWEEP-RENSTAT
            PERFORM 3400-SWEEP-CLMACT
            PERFORM 3500-SWEEP-NAMEXREF
            PERFORM 9000-TERMINATE
            STOP RUN.

        1000-INITIALIZE.
            INITIALIZE WS-CHECK-COUNTS
            OPEN OUTPUT INTGRPT-FILE
            MOVE "CROSS-FILE REFERENTIAL INTEGRITY SWEEP"
                TO INTGRPT-LINE
            WRITE INTGRPT-LINE
            MOVE SPACES TO INTGRPT-LINE
            STRING "RUN DATE: "                    DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE (1:8)     DELIMITED BY SIZE
                INTO INTGRPT-LINE
            WRITE INTGRPT-LINE
            MOVE SPACES TO INTGRPT-LINE
            WRITE INTGRPT-LINE
            MOVE "FILE      CHK   KEY               EXCEPTION"
                TO INTGRPT-LINE
            WRITE INTGRPT-LINE
            OPEN INPUT POLMAST-FILE
            IF NOT POLMAST-OK
                DISPLAY "CBLNAM42: ABENDING - UNABLE TO OPEN POLMAST,"
                        " STATUS=" WS-POLMAST-STATUS
                CLOSE INTGRPT-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT GRPMAST-FILE
            IF GRPMAST-OK
                SET GRPMAST-FILE-OPEN TO TRUE
            ELSE
                MOVE "GRPMAST" TO WS-SKIP-FILE
                PERFORM 8100-WRITE-SKIP-LINE
            END-IF
            OPEN INPUT NAMEXREF-FILE
            IF NAMEXREF-OK
                SET NAMEXREF-FILE-OPEN TO TRUE
            ELSE
                MOVE "NAMEXREF" TO WS-SKIP-FILE
                PERFORM 8100-WRITE-SKIP-LINE
            END-IF.

      *> The master pass checks what the member itself points to: its
      *> group, and its own entry on the name cross-reference.
        2000-SWEEP-POLMAST.
            MOVE "N" TO WS-EOF-SW
            READ POLMAST-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
            END-READ
            PERFORM 2100-CHECK-ONE-MEMBER UNTIL END-OF-FILE.

        2100-CHECK-ONE-MEMBER.
            ADD 1 TO WS-POLMAST-COUNT
            IF GRPMAST-FILE-OPEN
               AND GROUP-NUM OF POLMAST-RECORD NOT = SPACES
                MOVE GROUP-NUM OF POLMAST-RECORD TO GRP-NUMBER
                READ GRPMAST-FILE
                    INVALID KEY
                        MOVE SPACES TO WS-EXC-KEY
                        STRING POLICYNUM OF POLMAST-RECORD
                                                 DELIMITED BY SIZE
                               " "               DELIMITED BY SIZE
                               GROUP-NUM OF POLMAST-RECORD
                                                 DELIMITED BY SIZE
                            INTO WS-EXC-KEY
                        MOVE 14 TO WS-CHK-SUB
                        PERFORM 8000-WRITE-EXCEPTION
                END-READ
            END-IF
            IF NAMEXREF-FILE-OPEN
                MOVE LASTNAME OF POLMAST-RECORD  TO XREF-LASTNAME
                MOVE FIRSTNAME OF POLMAST-RECORD TO XREF-FIRSTNAME
                MOVE POLICYNUM OF POLMAST-RECORD TO XREF-POLICYNUM
                READ NAMEXREF-FILE
                    INVALID KEY
                        MOVE POLICYNUM OF POLMAST-RECORD TO WS-EXC-KEY
                        MOVE 13 TO WS-CHK-SUB
                        PERFORM 8000-WRITE-EXCEPTION
                END-READ
            END-IF
            READ POLMAST-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
            END-READ.

      *> Every satellite pass looks its key up on the master through
      *> this paragraph; the master record is left in the record area
      *> for the state checks.
        2900-LOOK-UP-POLICY.
            MOVE "N" TO WS-POLICY-FOUND-SW
            READ POLMAST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET POLICY-FOUND TO TRUE
            END-READ.

        3000-SWEEP-DEPMAST.
            OPEN INPUT DEPMAST-FILE
            IF DEPMAST-OK
                MOVE "N" TO WS-EOF-SW
                READ DEPMAST-FILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF-SW
                END-READ
                PERFORM 3010-CHECK-ONE-DEPENDENT UNTIL END-OF-FILE
                CLOSE DEPMAST-FILE
            ELSE
                MOVE "DEPMAST" TO WS-SKIP-FILE
                PERFORM 8100-WRITE-SKIP-LINE
            END-IF.

        3010-CHECK-ONE-DEPENDENT.
            ADD 1 TO WS-DEPMAST-COUNT
            MOVE DEP-POLICYNUM TO POLICYNUM OF POLMAST-RECORD
            PERFORM 2900-LOOK-UP-POLICY
            IF NOT POLICY-FOUND
                MOVE DEP-SEQ TO WS-EXC-SEQ
                MOVE SPACES TO WS-EXC-KEY
                STRING DEP-POLICYNUM DELIMITED BY SIZE
                       " "           DELIMITED BY SIZE
                       WS-EXC-SEQ    DELIMITED BY SIZE
                    INTO WS-EXC-KEY
                MOVE 1 TO WS-CHK-SUB
                PERFORM 8000-WRITE-EXCEPTION
            END-IF
            READ DEPMAST-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
            END-READ.

        3100-SWEEP-RECVBL.
            OPEN INPUT RECVBL-FILE
            IF RECVBL-OK
                MOVE "N" TO WS-EOF-SW
                READ RECVBL-FILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF-SW
                END-READ
                PERFORM 3110-CHECK-ONE-RECEIVABLE UNTIL END-OF-FILE
                CLOSE RECVBL-FILE
            ELSE
                MOVE "RECVBL" TO WS-SKIP-FILE
                PERFORM 8100-WRITE-SKIP-LINE
            END-IF.

      *> An open balance always has an oldest unpaid bill date, and a
      *> paid-off balance has that date set back to zero (recvbl.cpy).
        3110-CHECK-ONE-RECEIVABLE.
            ADD 1 TO WS-RECVBL-COUNT
            MOVE RCV-POLICYNUM TO WS-EXC-KEY
            MOVE RCV-POLICYNUM TO POLICYNUM OF POLMAST-RECORD
            PERFORM 2900-LOOK-UP-POLICY
            EVALUATE TRUE
                WHEN NOT POLICY-FOUND AND RCV-OPEN-BALANCE > ZERO
                    MOVE 2 TO WS-CHK-SUB
                    PERFORM 8000-WRITE-EXCEPTION
                WHEN NOT POLICY-FOUND
                    MOVE 3 TO WS-CHK-SUB
                    PERFORM 8000-WRITE-EXCEPTION
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF (RCV-OPEN-BALANCE > ZERO AND RCV-OLDEST-DUE-DATE = ZERO)
               OR (RCV-OPEN-BALANCE = ZERO
                   AND RCV-OLDEST-DUE-DATE NOT = ZERO)
                MOVE 4 TO WS-CHK-SUB
                PERFORM 8000-WRITE-EXCEPTION
            END-IF
            READ RECVBL-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
            END-READ.

        3200-SWEEP-EXPRATE.
            OPEN INPUT EXPRATE-FILE
            IF EXPRATE-OK
                MOVE "N" TO WS-EOF-SW
                READ EXPRATE-FILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF-SW
                END-READ
                PERFORM 3210-CHECK-ONE-FACTOR UNTIL END-OF-FILE
                CLOSE EXPRATE-FILE
            ELSE
                MOVE "EXPRATE" TO WS-SKIP-FILE
                PERFORM 8100-WRITE-SKIP-LINE
            END-IF.

      *> A zero factor would bill the next term at no premium - the
      *> rate programs multiply by it.
        3210-CHECK-ONE-FACTOR.
            ADD 1 TO WS-EXPRATE-COUNT
            MOVE EXPR-POLICYNUM TO WS-EXC-KEY
            MOVE EXPR-POLICYNUM TO POLICYNUM OF POLMAST-RECORD
            PERFORM 2900-LOOK-UP-POLICY
            IF NOT POLICY-FOUND
                MOVE 5 TO WS-CHK-SUB
                PERFORM 8000-WRITE-EXCEPTION
            END-IF
            IF EXPR-FACTOR NOT NUMERIC OR EXPR-FACTOR = ZERO
                MOVE 6 TO WS-CHK-SUB
                PERFORM 8000-WRITE-EXCEPTION
            END-IF
            READ EXPRATE-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
            END-READ.

        3300-SWEEP-RENSTAT.
            OPEN INPUT RENSTAT-FILE
            IF RENSTAT-OK
                MOVE "N" TO WS-EOF-SW
                READ RENSTAT-FILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF-SW
                END-READ
                PERFORM 3310-CHECK-ONE-NOTICE UNTIL END-OF-FILE
                CLOSE RENSTAT-FILE
            ELSE
                MOVE "RENSTAT" TO WS-SKIP-FILE
                PERFORM 8100-WRITE-SKIP-LINE
            END-IF.

      *> CBLNAM21 deletes the notice state when the policy leaves
      *> RENEWAL-DUE, so one left behind means that step was missed.
        3310-CHECK-ONE-NOTICE.
            ADD 1 TO WS-RENSTAT-COUNT
            MOVE RNS-POLICYNUM TO WS-EXC-KEY
            MOVE RNS-POLICYNUM TO POLICYNUM OF POLMAST-RECORD
            PERFORM 2900-LOOK-UP-POLICY
            EVALUATE TRUE
                WHEN NOT POLICY-FOUND
                    MOVE 7 TO WS-CHK-SUB
                    PERFORM 8000-WRITE-EXCEPTION
                WHEN NOT STATUS-RENEWAL-DUE OF POLMAST-RECORD
                    MOVE 8 TO WS-CHK-SUB
                    PERFORM 8000-WRITE-EXCEPTION
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            READ RENSTAT-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
            END-READ.

        3400-SWEEP-CLMACT.
            OPEN INPUT CLMACT-FILE
            IF CLMACT-OK
                MOVE "N" TO WS-EOF-SW
                READ CLMACT-FILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF-SW
                END-READ
                PERFORM 3410-CHECK-ONE-CLAIMS-RECORD UNTIL END-OF-FILE
                CLOSE CLMACT-FILE
            ELSE
                MOVE "CLMACT" TO WS-SKIP-FILE
                PERFORM 8100-WRITE-SKIP-LINE
            END-IF.

        3410-CHECK-ONE-CLAIMS-RECORD.
            ADD 1 TO WS-CLMACT-COUNT
            MOVE CLMACT-POLICYNUM TO WS-EXC-KEY
            MOVE CLMACT-POLICYNUM TO POLICYNUM OF POLMAST-RECORD
            PERFORM 2900-LOOK-UP-POLICY
            IF NOT POLICY-FOUND
                MOVE 9 TO WS-CHK-SUB
                PERFORM 8000-WRITE-EXCEPTION
            END-IF
            IF CLMACT-OPEN-COUNT > CLMACT-CLAIM-COUNT
                MOVE 10 TO WS-CHK-SUB
                PERFORM 8000-WRITE-EXCEPTION
            END-IF
            READ CLMACT-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
            END-READ.

      *> The master pass used NAMEXREF for random lookups; it is read
      *> again from the top for its own pass.
        3500-SWEEP-NAMEXREF.
            IF NAMEXREF-FILE-OPEN
                CLOSE NAMEXREF-FILE
                OPEN INPUT NAMEXREF-FILE
                MOVE "N" TO WS-EOF-SW
                READ NAMEXREF-FILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF-SW
                END-READ
                PERFORM 3510-CHECK-ONE-XREF-ENTRY UNTIL END-OF-FILE
            END-IF.

        3510-CHECK-ONE-XREF-ENTRY.
            ADD 1 TO WS-NAMEXREF-COUNT
            MOVE XREF-POLICYNUM TO WS-EXC-KEY
            MOVE XREF-POLICYNUM TO POLICYNUM OF POLMAST-RECORD
            PERFORM 2900-LOOK-UP-POLICY
            EVALUATE TRUE
                WHEN NOT POLICY-FOUND
                    MOVE 11 TO WS-CHK-SUB
                    PERFORM 8000-WRITE-EXCEPTION
                WHEN XREF-LASTNAME NOT = LASTNAME OF POLMAST-RECORD
                  OR XREF-FIRSTNAME NOT = FIRSTNAME OF POLMAST-RECORD
                  OR XREF-CITY NOT = CITY OF POLMAST-RECORD
                  OR XREF-POL-STATUS NOT = POL-STATUS OF POLMAST-RECORD
                  OR XREF-POLICY-EXP-DATE
                     NOT = POLICY-EXP-DATE OF POLMAST-RECORD
                    MOVE 12 TO WS-CHK-SUB
                    PERFORM 8000-WRITE-EXCEPTION
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            READ NAMEXREF-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
            END-READ.

      *> The caller has set WS-CHK-SUB and WS-EXC-KEY.
        8000-WRITE-EXCEPTION.
            ADD 1 TO WS-CHK-COUNT (WS-CHK-SUB)
            IF CHK-HARD-ORPHAN (WS-CHK-SUB)
                ADD 1 TO WS-HARD-COUNT
            ELSE
                ADD 1 TO WS-SOFT-COUNT
            END-IF
            MOVE SPACES TO INTGRPT-LINE
            STRING WS-CHK-FILE (WS-CHK-SUB)     DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   WS-CHK-CODE (WS-CHK-SUB)     DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   WS-EXC-KEY                   DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   WS-CHK-DESC (WS-CHK-SUB)     DELIMITED BY SIZE
                INTO INTGRPT-LINE
            WRITE INTGRPT-LINE.

        8100-WRITE-SKIP-LINE.
            MOVE SPACES TO INTGRPT-LINE
            STRING WS-SKIP-FILE                 DELIMITED BY SIZE
                   "  NOT PRESENT - CHECKS ON THIS FILE SKIPPED"
                                                DELIMITED BY SIZE
                INTO INTGRPT-LINE
            WRITE INTGRPT-LINE.

        9000-TERMINATE.
            IF NAMEXREF-FILE-OPEN
                CLOSE NAMEXREF-FILE
            END-IF
            IF GRPMAST-FILE-OPEN
                CLOSE GRPMAST-FILE
            END-IF
            CLOSE POLMAST-FILE
            MOVE SPACES TO INTGRPT-LINE
            WRITE INTGRPT-LINE
            MOVE "RECORDS READ BY FILE" TO INTGRPT-LINE
            WRITE INTGRPT-LINE
            MOVE "  POLMAST" TO WS-LINE-LABEL
            MOVE WS-POLMAST-COUNT TO WS-EDIT-COUNT
            PERFORM 9900-WRITE-COUNT-LINE
            MOVE "  DEPMAST" TO WS-LINE-LABEL
            MOVE WS-DEPMAST-COUNT TO WS-EDIT-COUNT
            PERFORM 9900-WRITE-COUNT-LINE
            MOVE "  RECVBL" TO WS-LINE-LABEL
            MOVE WS-RECVBL-COUNT TO WS-EDIT-COUNT
            PERFORM 9900-WRITE-COUNT-LINE
            MOVE "  EXPRATE" TO WS-LINE-LABEL
            MOVE WS-EXPRATE-COUNT TO WS-EDIT-COUNT
            PERFORM 9900-WRITE-COUNT-LINE
            MOVE "  RENSTAT" TO WS-LINE-LABEL
            MOVE WS-RENSTAT-COUNT TO WS-EDIT-COUNT
            PERFORM 9900-WRITE-COUNT-LINE
            MOVE "  CLMACT" TO WS-LINE-LABEL
            MOVE WS-CLMACT-COUNT TO WS-EDIT-COUNT
            PERFORM 9900-WRITE-COUNT-LINE
            MOVE "  NAMEXREF" TO WS-LINE-LABEL
            MOVE WS-NAMEXREF-COUNT TO WS-EDIT-COUNT
            PERFORM 9900-WRITE-COUNT-LINE
            MOVE SPACES TO INTGRPT-LINE
            WRITE INTGRPT-LINE
            MOVE "SUMMARY BY CHECK" TO INTGRPT-LINE
            WRITE INTGRPT-LINE
            PERFORM 9100-WRITE-CHECK-SUMMARY
                VARYING WS-CHK-SUB FROM 1 BY 1
                UNTIL WS-CHK-SUB > 14
            MOVE SPACES TO INTGRPT-LINE
            WRITE INTGRPT-LINE
            MOVE "HARD ORPHANS" TO WS-LINE-LABEL
            MOVE WS-HARD-COUNT TO WS-EDIT-COUNT
            PERFORM 9900-WRITE-COUNT-LINE
            MOVE "CONTRADICTIONS AND DRIFT" TO WS-LINE-LABEL
            MOVE WS-SOFT-COUNT TO WS-EDIT-COUNT
            PERFORM 9900-WRITE-COUNT-LINE
            IF WS-HARD-COUNT > ZERO
                MOVE "*** HARD ORPHANS - RESOLVE BEFORE BILLING ***"
                    TO INTGRPT-LINE
                WRITE INTGRPT-LINE
                MOVE 8 TO RETURN-CODE
            END-IF
            CLOSE INTGRPT-FILE
            DISPLAY "CBLNAM42: POLICIES=" WS-POLMAST-COUNT
                    " HARD=" WS-HARD-COUNT
                    " SOFT=" WS-SOFT-COUNT.

        9100-WRITE-CHECK-SUMMARY.
            MOVE WS-CHK-COUNT (WS-CHK-SUB) TO WS-EDIT-COUNT
            MOVE SPACES TO INTGRPT-LINE
            STRING WS-CHK-CODE (WS-CHK-SUB)     DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   WS-CHK-FILE (WS-CHK-SUB)     DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   WS-CHK-SEVERITY (WS-CHK-SUB) DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   WS-CHK-DESC (WS-CHK-SUB)     DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   WS-EDIT-COUNT                DELIMITED BY SIZE
                INTO INTGRPT-LINE
            WRITE INTGRPT-LINE.

        9900-WRITE-COUNT-LINE.
            MOVE SPACES TO INTGRPT-LINE
            STRING WS-LINE-LABEL DELIMITED BY SIZE
                   "  "          DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                INTO INTGRPT-LINE
            WRITE INTGRPT-LINE.
