      *> CBLNAM41 - terminated-policy retention purge, in the spirit of
      *> the CBLNAM17 and CBLNAM26 housekeeping utilities.  Lapsed and
      *> cancelled policies otherwise stay on POLMAST, and on every
      *> file keyed to them, for good.  This run removes each policy
      *> that has been STATUS-LAPSED or STATUS-CANCELLED for longer
      *> than the retention period, together with everything keyed to
      *> it - DEPMAST dependents, the NAMEXREF entry, CLMACT, RECVBL,
      *> EXPRATE, RENSTAT, COMMHIST, any PENDTXN items or PENDAPPR
      *> approval items still held, and a CONVFLAG conversion flag
      *> still waiting on a first bill - in one pass of the master.
      *>
      *> MEMBER carries no status date, so the policy's time in its
      *> status runs from the later of its expiry date and the last
      *> audited move into that status (the live AUDITLOG, plus a
      *> CBLNAM26 AUDARCH generation if one is allocated).  A policy
      *> is held back while it still has an open receivable balance
      *> or open claims (CLMACT-OPEN-COUNT), and those are listed.
      *>
      *> Every record removed goes to the PURGARCH archive with a
      *> PURGACTL record count and hash-total control record carrying
      *> the run date and cutoff - the stream catalogs the pair as a
      *> dated generation, as it does AUDARCH.  Each policy removed is
      *> audited to AUDITLOG, and each dependent to DEPAUDIT, with the
      *> purge action.  Every file is counted before and after, and
      *> the report proves before minus purged equals after for each.
      *> The policies purged go to RUNCTL as master deletes so CBLNAM15
      *> still balances the night.
      *>
      *> The retention period (days) comes from the PURGRETN control
      *> card; with no card the shop default below is used.  Return
      *> code 16 means a file does not reconcile - hold the archive
      *> generation and restore from it before the next update run.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CBLNAM41.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PURGRETN-CARD-FILE ASSIGN TO "PURGRETN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PURGRETN-STATUS.

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

            SELECT NAMEXREF-FILE ASSIGN TO "NAMEXREF"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XREF-KEY
                FILE STATUS IS WS-NAMEXREF-STATUS.

            SELECT CLMACT-FILE ASSIGN TO "CLMACT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLMACT-POLICYNUM
                FILE STATUS IS WS-CLMACT-STATUS.

            SELECT RECVBL-FILE ASSIGN TO "RECVBL"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RCV-POLICYNUM
                FILE STATUS IS WS-RECVBL-STATUS.

            SELECT EXPRATE-FILE ASSIGN TO "EXPRATE"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EXPR-POLICYNUM
                FILE STATUS IS WS-EXPRATE-STATUS.

            SELECT RENSTAT-FILE ASSIGN TO "RENSTAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RNS-POLICYNUM
                FILE STATUS IS WS-RENSTAT-STATUS.

            SELECT COMMHIST-FILE ASSIGN TO "COMMHIST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CMH-POLICYNUM
                FILE STATUS IS WS-COMMHIST-STATUS.

            SELECT PENDTXN-FILE ASSIGN TO "PENDTXN"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PND-KEY
                FILE STATUS IS WS-PENDTXN-STATUS.

            SELECT PENDAPPR-FILE ASSIGN TO "PENDAPPR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PAP-KEY
                FILE STATUS IS WS-PENDAPPR-STATUS.

            SELECT CONVFLAG-FILE ASSIGN TO "CONVFLAG"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CVF-POLICYNUM
                FILE STATUS IS WS-CONVFLAG-STATUS.

            SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

            SELECT AUDARCH-FILE ASSIGN TO "AUDARCH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDARCH-STATUS.

            SELECT DEPAUDIT-FILE ASSIGN TO "DEPAUDIT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DEPAUDIT-STATUS.

            SELECT PURGARCH-FILE ASSIGN TO "PURGARCH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PURGARCH-STATUS.

            SELECT PURGACTL-FILE ASSIGN TO "PURGACTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PURGACTL-STATUS.

            SELECT PURGRPT-FILE ASSIGN TO "PURGRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PURGRPT-STATUS.

            SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.

        DATA DIVISION.
        FILE SECTION.
      *> PURGRETN card - days a policy must have been lapsed or
      *> cancelled before it is purged.
        FD  PURGRETN-CARD-FILE.
        01  PURGRETN-CARD.
            05 PURGRETN-DAYS        PIC 9(5).

        FD  POLMAST-FILE.
            COPY member REPLACING ==MEMBER== BY ==POLMAST-RECORD==.

        FD  DEPMAST-FILE.
            COPY depend.

        FD  NAMEXREF-FILE.
            COPY namexref.

        FD  CLMACT-FILE.
            COPY clmact.

        FD  RECVBL-FILE.
            COPY recvbl.

        FD  EXPRATE-FILE.
            COPY exprate.

        FD  RENSTAT-FILE.
            COPY renstat.

        FD  COMMHIST-FILE.
            COPY commhist.

        FD  PENDTXN-FILE.
            COPY pendtxn.

        FD  PENDAPPR-FILE.
            COPY pendappr.

        FD  CONVFLAG-FILE.
            COPY convflag.

        FD  AUDIT-FILE.
            COPY audit.

      *> Archive records arrive as raw images and are mapped through
      *> the audit record area, the CBLNAM11 arrangement.
        FD  AUDARCH-FILE.
        01  AUDARCH-IMAGE           PIC X(323).

        FD  DEPAUDIT-FILE.
            COPY depaud.

        FD  PURGARCH-FILE.
            COPY purgarch.

        FD  PURGACTL-FILE.
        01  PURGACTL-RECORD.
            05 PGCTL-RUN-DATE        PIC 9(8).
            05 PGCTL-CUTOFF-DATE     PIC 9(8).
            05 PGCTL-POLICY-COUNT    PIC 9(7).
            05 PGCTL-RECORD-COUNT    PIC 9(7).
            05 PGCTL-HASH-TOTAL      PIC 9(12).

        FD  PURGRPT-FILE.
        01  PURGRPT-LINE            PIC X(80).

        FD  RUNCTL-FILE.
            COPY runctl.

        WORKING-STORAGE SECTION.
        01  WS-PURGRETN-STATUS      PIC X(2).
            88 PURGRETN-OK          VALUE "00".
        01  WS-POLMAST-STATUS       PIC X(2).
            88 POLMAST-OK           VALUE "00".
        01  WS-DEPMAST-STATUS       PIC X(2).
            88 DEPMAST-OK           VALUE "00".
        01  WS-NAMEXREF-STATUS      PIC X(2).
            88 NAMEXREF-OK          VALUE "00".
        01  WS-CLMACT-STATUS        PIC X(2).
            88 CLMACT-OK            VALUE "00".
        01  WS-RECVBL-STATUS        PIC X(2).
            88 RECVBL-OK            VALUE "00".
        01  WS-EXPRATE-STATUS       PIC X(2).
            88 EXPRATE-OK           VALUE "00".
        01  WS-RENSTAT-STATUS       PIC X(2).
            88 RENSTAT-OK           VALUE "00".
        01  WS-COMMHIST-STATUS      PIC X(2).
            88 COMMHIST-OK          VALUE "00".
        01  WS-PENDTXN-STATUS       PIC X(2).
            88 PENDTXN-OK           VALUE "00".
        01  WS-PENDAPPR-STATUS      PIC X(2).
            88 PENDAPPR-OK          VALUE "00".
        01  WS-CONVFLAG-STATUS      PIC X(2).
            88 CONVFLAG-OK          VALUE "00".
        01  WS-AUDIT-STATUS         PIC X(2).
            88 AUDIT-OK             VALUE "00".
        01  WS-AUDARCH-STATUS       PIC X(2).
            88 AUDARCH-OK           VALUE "00".
        01  WS-DEPAUDIT-STATUS      PIC X(2).
        01  WS-PURGARCH-STATUS      PIC X(2).
        01  WS-PURGACTL-STATUS      PIC X(2).
        01  WS-PURGRPT-STATUS       PIC X(2).
        01  WS-RUNCTL-STATUS        PIC X(2).

        01  WS-SWITCHES.
            05 WS-EOF-SW            PIC X(1) VALUE "N".
              88 END-OF-POLMAST     VALUE "Y".
            05 WS-COUNT-EOF-SW      PIC X(1) VALUE "N".
              88 END-OF-COUNT       VALUE "Y".
            05 WS-LOG-EOF-SW        PIC X(1) VALUE "N".
              88 END-OF-AUDITLOG    VALUE "Y".
            05 WS-ARCH-EOF-SW       PIC X(1) VALUE "N".
              88 END-OF-AUDARCH     VALUE "Y".
            05 WS-DEP-EOF-SW        PIC X(1) VALUE "N".
              88 END-OF-DEPS        VALUE "Y".
            05 WS-PND-EOF-SW        PIC X(1) VALUE "N".
              88 END-OF-PENDING     VALUE "Y".
            05 WS-PAP-EOF-SW        PIC X(1) VALUE "N".
              88 END-OF-APPROVALS   VALUE "Y".
            05 WS-TABLE-FULL-SW     PIC X(1) VALUE "N".
              88 CANDIDATE-TABLE-FULL VALUE "Y".
            05 WS-POLICY-FOUND-SW   PIC X(1) VALUE "N".
              88 POLICY-FOUND       VALUE "Y".
            05 WS-CLMACT-FOUND-SW   PIC X(1) VALUE "N".
              88 CLMACT-FOUND       VALUE "Y".
            05 WS-RECVBL-FOUND-SW   PIC X(1) VALUE "N".
              88 RECVBL-FOUND       VALUE "Y".
            05 WS-DEPMAST-OPEN-SW   PIC X(1) VALUE "N".
              88 DEPMAST-FILE-OPEN  VALUE "Y".
            05 WS-NAMEXREF-OPEN-SW  PIC X(1) VALUE "N".
              88 NAMEXREF-FILE-OPEN VALUE "Y".
            05 WS-CLMACT-OPEN-SW    PIC X(1) VALUE "N".
              88 CLMACT-FILE-OPEN   VALUE "Y".
            05 WS-RECVBL-OPEN-SW    PIC X(1) VALUE "N".
              88 RECVBL-FILE-OPEN   VALUE "Y".
            05 WS-EXPRATE-OPEN-SW   PIC X(1) VALUE "N".
              88 EXPRATE-FILE-OPEN  VALUE "Y".
            05 WS-RENSTAT-OPEN-SW   PIC X(1) VALUE "N".
              88 RENSTAT-FILE-OPEN  VALUE "Y".
            05 WS-COMMHIST-OPEN-SW  PIC X(1) VALUE "N".
              88 COMMHIST-FILE-OPEN VALUE "Y".
            05 WS-PENDTXN-OPEN-SW   PIC X(1) VALUE "N".
              88 PENDTXN-FILE-OPEN  VALUE "Y".
            05 WS-PENDAPPR-OPEN-SW  PIC X(1) VALUE "N".
              88 PENDAPPR-FILE-OPEN VALUE "Y".
            05 WS-CONVFLAG-OPEN-SW  PIC X(1) VALUE "N".
              88 CONVFLAG-FILE-OPEN VALUE "Y".

        01  WS-TODAY                PIC 9(8).
        01  WS-RETN-DAYS            PIC 9(5) VALUE 2555.
        01  WS-CUTOFF-DATE          PIC 9(8).
        01  WS-CUTOFF-INT           PIC 9(8).
        01  WS-CHANGE-DATE          PIC 9(8).
        01  WS-STATUS-DATE          PIC 9(8).
        01  WS-SKIP-REASON          PIC X(24).

      *> The policies eligible on status and expiry, held in core in
      *> POLMAST key order so the audit history can date their status
      *> and the purge can still take the master in one key-order
      *> pass.  A full table stops selection; the rest wait for the
      *> next run rather than abend a housekeeping job.
        01  WS-CANDIDATE-TABLE.
            05 WS-CAND-COUNT        PIC 9(5) VALUE ZERO.
            05 WS-CAND-ENTRY OCCURS 5000 TIMES
                    INDEXED BY CD-IDX.
              10 CD-POLICYNUM       PIC X(8).
              10 CD-POL-STATUS      PIC X(1).
              10 CD-EXP-DATE        PIC 9(8).
              10 CD-STATUS-DATE     PIC 9(8).

      *> Per-file reconciliation, in this order: POLMAST, DEPMAST,
      *> NAMEXREF, CLMACT, RECVBL, EXPRATE, RENSTAT, COMMHIST, PENDTXN,
      *> PENDAPPR, CONVFLAG.
      *> Count (1) is before the purge, count (2) after.
        01  WS-FILE-NAME-LIST.
            05 FILLER               PIC X(8) VALUE "POLMAST".
            05 FILLER               PIC X(8) VALUE "DEPMAST".
            05 FILLER               PIC X(8) VALUE "NAMEXREF".
            05 FILLER               PIC X(8) VALUE "CLMACT".
            05 FILLER               PIC X(8) VALUE "RECVBL".
            05 FILLER               PIC X(8) VALUE "EXPRATE".
            05 FILLER               PIC X(8) VALUE "RENSTAT".
            05 FILLER               PIC X(8) VALUE "COMMHIST".
            05 FILLER               PIC X(8) VALUE "PENDTXN".
            05 FILLER               PIC X(8) VALUE "PENDAPPR".
            05 FILLER               PIC X(8) VALUE "CONVFLAG".
        01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-LIST.
            05 WS-FILE-NAME         PIC X(8) OCCURS 11 TIMES.
        01  WS-FILE-TABLE.
            05 WS-FILE-ENTRY OCCURS 11 TIMES.
              10 WS-FC-COUNT        PIC 9(7) OCCURS 2 TIMES.
              10 WS-FC-PURGED       PIC 9(7).
        01  WS-FILE-SUB             PIC 9(2).
        01  WS-PASS-SUB             PIC 9(1).
        01  WS-FILE-COUNT           PIC 9(7).
        01  WS-EXPECTED-AFTER       PIC S9(8).

        01  WS-COUNTERS.
            05 WS-MASTER-READ-COUNT PIC 9(7) VALUE ZERO.
            05 WS-HIST-READ-COUNT   PIC 9(7) VALUE ZERO.
            05 WS-DEFERRED-COUNT    PIC 9(7) VALUE ZERO.
            05 WS-RECENT-COUNT      PIC 9(7) VALUE ZERO.
            05 WS-CHANGED-COUNT     PIC 9(7) VALUE ZERO.
            05 WS-OPEN-BAL-COUNT    PIC 9(7) VALUE ZERO.
            05 WS-OPEN-CLM-COUNT    PIC 9(7) VALUE ZERO.
            05 WS-DELETE-FAIL-COUNT PIC 9(7) VALUE ZERO.
            05 WS-PURGE-COUNT       PIC 9(7) VALUE ZERO.
            05 WS-ARCHIVE-COUNT     PIC 9(7) VALUE ZERO.
            05 WS-POLICY-REC-COUNT  PIC 9(3) VALUE ZERO.
            05 WS-MISMATCH-COUNT    PIC 9(3) VALUE ZERO.
        01  WS-PURGED-TOTAL         PIC 9(7).

      *> Hash total on POLICYNUM of every archived record, the same
      *> key mapping the CBLNAM17 and CBLNAM26 control records use.
        01  WS-HASH-WORK.
            05 WS-HASH-CHAR         PIC X(8).
            05 WS-HASH-NUM REDEFINES WS-HASH-CHAR
                                    PIC 9(8).
        01  WS-ARCHIVE-HASH         PIC 9(12) VALUE ZERO.

        01  WS-LINE-LABEL           PIC X(30).
        01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
        01  WS-EDIT-BEFORE          PIC ZZZ,ZZ9.
        01  WS-EDIT-PURGED          PIC ZZZ,ZZ9.
        01  WS-EDIT-AFTER           PIC ZZZ,ZZ9.
        01  WS-EDIT-HASH            PIC 9(12).
        01  WS-EDIT-RECS            PIC ZZ9.

        PROCEDURE DIVISION.
        0000-MAIN-PARA.
            PERFORM 1000-INITIALIZE
            MOVE 1 TO WS-PASS-SUB
            PERFORM 1500-COUNT-ALL-FILES
            PERFORM 2000-SELECT-CANDIDATES
            PERFORM 2500-DATE-STATUS-FROM-HISTORY
            PERFORM 3000-OPEN-FOR-PURGE
            PERFORM 3100-PURGE-ONE-CANDIDATE
                VARYING CD-IDX FROM 1 BY 1
                UNTIL CD-IDX > WS-CAND-COUNT
            PERFORM 4000-CLOSE-AFTER-PURGE
            MOVE 2 TO WS-PASS-SUB
            PERFORM 1500-COUNT-ALL-FILES
            PERFORM 5000-RECONCILE
            PERFORM 9000-TERMINATE
            STOP RUN.

        1000-INITIALIZE.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
            PERFORM 1100-READ-RETENTION-CARD
            COMPUTE WS-CUTOFF-INT
                = FUNCTION INTEGER-OF-DATE (WS-TODAY) - WS-RETN-DAYS
            COMPUTE WS-CUTOFF-DATE
                = FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)
            INITIALIZE WS-FILE-TABLE
            OPEN OUTPUT PURGRPT-FILE
            MOVE "TERMINATED-POLICY RETENTION PURGE" TO PURGRPT-LINE
            WRITE PURGRPT-LINE
            MOVE SPACES TO PURGRPT-LINE
            STRING "RUN DATE: "   DELIMITED BY SIZE
                   WS-TODAY       DELIMITED BY SIZE
                   "  CUTOFF: "   DELIMITED BY SIZE
                   WS-CUTOFF-DATE DELIMITED BY SIZE
                INTO PURGRPT-LINE
            WRITE PURGRPT-LINE
            MOVE SPACES TO PURGRPT-LINE
            WRITE PURGRPT-LINE
            MOVE "POLICYNUM ST STATUS-DT EXP-DATE  RECS  ACTION"
                TO PURGRPT-LINE
            WRITE PURGRPT-LINE.

        1100-READ-RETENTION-CARD.
            OPEN INPUT PURGRETN-CARD-FILE
            IF PURGRETN-OK
                READ PURGRETN-CARD-FILE
                    AT END MOVE ZERO TO PURGRETN-DAYS
                END-READ
                IF PURGRETN-DAYS NUMERIC
                   AND PURGRETN-DAYS NOT = ZERO
                    MOVE PURGRETN-DAYS TO WS-RETN-DAYS
                END-IF
                CLOSE PURGRETN-CARD-FILE
            END-IF.

      *> Record counts for the reconciliation - before the purge when
      *> WS-PASS-SUB is 1, after it when 2.  A file not there counts
      *> zero both times and is left alone by the purge.
        1500-COUNT-ALL-FILES.
            PERFORM 1510-COUNT-POLMAST
            PERFORM 1520-COUNT-DEPMAST
            PERFORM 1530-COUNT-NAMEXREF
            PERFORM 1540-COUNT-CLMACT
            PERFORM 1550-COUNT-RECVBL
            PERFORM 1560-COUNT-EXPRATE
            PERFORM 1570-COUNT-RENSTAT
            PERFORM 1580-COUNT-COMMHIST
            PERFORM 1590-COUNT-PENDTXN
            PERFORM 15A0-COUNT-PENDAPPR
            PERFORM 15B0-COUNT-CONVFLAG.

        1510-COUNT-POLMAST.
            MOVE ZERO TO WS-FILE-COUNT
            MOVE "N" TO WS-COUNT-EOF-SW
            OPEN INPUT POLMAST-FILE
            IF POLMAST-OK
                PERFORM 1511-COUNT-NEXT-POLMAST UNTIL END-OF-COUNT
                CLOSE POLMAST-FILE
            END-IF
            MOVE WS-FILE-COUNT TO WS-FC-COUNT (1, WS-PASS-SUB).

        1511-COUNT-NEXT-POLMAST.
            READ POLMAST-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-COUNT-EOF-SW
                NOT AT END ADD 1 TO WS-FILE-COUNT
            END-READ.

        1520-COUNT-DEPMAST.
            MOVE ZERO TO WS-FILE-COUNT
            MOVE "N" TO WS-COUNT-EOF-SW
            OPEN INPUT DEPMAST-FILE
            IF DEPMAST-OK
                PERFORM 1521-COUNT-NEXT-DEPMAST UNTIL END-OF-COUNT
                CLOSE DEPMAST-FILE
            END-IF
            MOVE WS-FILE-COUNT TO WS-FC-COUNT (2, WS-PASS-SUB).

        1521-COUNT-NEXT-DEPMAST.
            READ DEPMAST-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-COUNT-EOF-SW
                NOT AT END ADD 1 TO WS-FILE-COUNT
            END-READ.

        1530-COUNT-NAMEXREF.
            MOVE ZERO TO WS-FILE-COUNT
            MOVE "N" TO WS-COUNT-EOF-SW
            OPEN INPUT NAMEXREF-FILE
            IF NAMEXREF-OK
                PERFORM 1531-COUNT-NEXT-NAMEXREF UNTIL END-OF-COUNT
                CLOSE NAMEXREF-FILE
            END-IF
            MOVE WS-FILE-COUNT TO WS-FC-COUNT (3, WS-PASS-SUB).

        1531-COUNT-NEXT-NAMEXREF.
            READ NAMEXREF-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-COUNT-EOF-SW
                NOT AT END ADD 1 TO WS-FILE-COUNT
            END-READ.

        1540-COUNT-CLMACT.
            MOVE ZERO TO WS-FILE-COUNT
            MOVE "N" TO WS-COUNT-EOF-SW
            OPEN INPUT CLMACT-FILE
            IF CLMACT-OK
                PERFORM 1541-COUNT-NEXT-CLMACT UNTIL END-OF-COUNT
                CLOSE CLMACT-FILE
            END-IF
            MOVE WS-FILE-COUNT TO WS-FC-COUNT (4, WS-PASS-SUB).

        1541-COUNT-NEXT-CLMACT.
            READ CLMACT-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-COUNT-EOF-SW
                NOT AT END ADD 1 TO WS-FILE-COUNT
            END-READ.

        1550-COUNT-RECVBL.
            MOVE ZERO TO WS-FILE-COUNT
            MOVE "N" TO WS-COUNT-EOF-SW
            OPEN INPUT RECVBL-FILE
            IF RECVBL-OK
                PERFORM 1551-COUNT-NEXT-RECVBL UNTIL END-OF-COUNT
                CLOSE RECVBL-FILE
            END-IF
            MOVE WS-FILE-COUNT TO WS-FC-COUNT (5, WS-PASS-SUB).

        1551-COUNT-NEXT-RECVBL.
            READ RECVBL-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-COUNT-EOF-SW
                NOT AT END ADD 1 TO WS-FILE-COUNT
            END-READ.

        1560-COUNT-EXPRATE.
            MOVE ZERO TO WS-FILE-COUNT
            MOVE "N" TO WS-COUNT-EOF-SW
            OPEN INPUT EXPRATE-FILE
            IF EXPRATE-OK
                PERFORM 1561-COUNT-NEXT-EXPRATE UNTIL END-OF-COUNT
                CLOSE EXPRATE-FILE
            END-IF
            MOVE WS-FILE-COUNT TO WS-FC-COUNT (6, WS-PASS-SUB).

        1561-COUNT-NEXT-EXPRATE.
            READ EXPRATE-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-COUNT-EOF-SW
                NOT AT END ADD 1 TO WS-FILE-COUNT
            END-READ.

        1570-COUNT-RENSTAT.
            MOVE ZERO TO WS-FILE-COUNT
            MOVE "N" TO WS-COUNT-EOF-SW
            OPEN INPUT RENSTAT-FILE
            IF RENSTAT-OK
                PERFORM 1571-COUNT-NEXT-RENSTAT UNTIL END-OF-COUNT
                CLOSE RENSTAT-FILE
            END-IF
            MOVE WS-FILE-COUNT TO WS-FC-COUNT (7, WS-PASS-SUB).

        1571-COUNT-NEXT-RENSTAT.
            READ RENSTAT-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-COUNT-EOF-SW
                NOT AT END ADD 1 TO WS-FILE-COUNT
            END-READ.

        1580-COUNT-COMMHIST.
            MOVE ZERO TO WS-FILE-COUNT
            MOVE "N" TO WS-COUNT-EOF-SW
            OPEN INPUT COMMHIST-FILE
            IF COMMHIST-OK
                PERFORM 1581-COUNT-NEXT-COMMHIST UNTIL END-OF-COUNT
                CLOSE COMMHIST-FILE
            END-IF
            MOVE WS-FILE-COUNT TO WS-FC-COUNT (8, WS-PASS-SUB).

        1581-COUNT-NEXT-COMMHIST.
            READ COMMHIST-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-COUNT-EOF-SW
                NOT AT END ADD 1 TO WS-FILE-COUNT
            END-READ.

        1590-COUNT-PENDTXN.
            MOVE ZERO TO WS-FILE-COUNT
            MOVE "N" TO WS-COUNT-EOF-SW
            OPEN INPUT PENDTXN-FILE
            IF PENDTXN-OK
                PERFORM 1591-COUNT-NEXT-PENDTXN UNTIL END-OF-COUNT
                CLOSE PENDTXN-FILE
            END-IF
            MOVE WS-FILE-COUNT TO WS-FC-COUNT (9, WS-PASS-SUB).

        1591-COUNT-NEXT-PENDTXN.
            READ PENDTXN-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-COUNT-EOF-SW
                NOT AT END ADD 1 TO WS-FILE-COUNT
            END-READ.

        15A0-COUNT-PENDAPPR.
            MOVE ZERO TO WS-FILE-COUNT
            MOVE "N" TO WS-COUNT-EOF-SW
            OPEN INPUT PENDAPPR-FILE
            IF PENDAPPR-OK
                PERFORM 15A1-COUNT-NEXT-PENDAPPR UNTIL END-OF-COUNT
                CLOSE PENDAPPR-FILE
            END-IF
            MOVE WS-FILE-COUNT TO WS-FC-COUNT (10, WS-PASS-SUB).

        15A1-COUNT-NEXT-PENDAPPR.
            READ PENDAPPR-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-COUNT-EOF-SW
                NOT AT END ADD 1 TO WS-FILE-COUNT
            END-READ.

        15B0-COUNT-CONVFLAG.
            MOVE ZERO TO WS-FILE-COUNT
            MOVE "N" TO WS-COUNT-EOF-SW
            OPEN INPUT CONVFLAG-FILE
            IF CONVFLAG-OK
                PERFORM 15B1-COUNT-NEXT-CONVFLAG UNTIL END-OF-COUNT
                CLOSE CONVFLAG-FILE
            END-IF
            MOVE WS-FILE-COUNT TO WS-FC-COUNT (11, WS-PASS-SUB).

        15B1-COUNT-NEXT-CONVFLAG.
            READ CONVFLAG-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-COUNT-EOF-SW
                NOT AT END ADD 1 TO WS-FILE-COUNT
            END-READ.

      *> A policy cannot have been in its status longer than it has
      *> been expired - a policy whose term ended after the cutoff is
      *> never a candidate, whatever its status.
        2000-SELECT-CANDIDATES.
            OPEN INPUT POLMAST-FILE
            IF NOT POLMAST-OK
                DISPLAY "CBLNAM41: ABENDING - UNABLE TO OPEN POLMAST,"
                        " STATUS=" WS-POLMAST-STATUS
                CLOSE PURGRPT-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE "N" TO WS-EOF-SW
            READ POLMAST-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
            END-READ
            PERFORM 2100-SELECT-ONE-POLICY UNTIL END-OF-POLMAST
            CLOSE POLMAST-FILE.

        2100-SELECT-ONE-POLICY.
            ADD 1 TO WS-MASTER-READ-COUNT
            IF (STATUS-LAPSED OF POLMAST-RECORD
                OR STATUS-CANCELLED OF POLMAST-RECORD)
               AND POLICY-EXP-DATE OF POLMAST-RECORD < WS-CUTOFF-DATE
                IF WS-CAND-COUNT >= 5000
                    SET CANDIDATE-TABLE-FULL TO TRUE
                    ADD 1 TO WS-DEFERRED-COUNT
                ELSE
                    ADD 1 TO WS-CAND-COUNT
                    SET CD-IDX TO WS-CAND-COUNT
                    MOVE POLICYNUM OF POLMAST-RECORD
                        TO CD-POLICYNUM (CD-IDX)
                    MOVE POL-STATUS OF POLMAST-RECORD
                        TO CD-POL-STATUS (CD-IDX)
                    MOVE POLICY-EXP-DATE OF POLMAST-RECORD
                        TO CD-EXP-DATE (CD-IDX)
                    MOVE ZERO TO CD-STATUS-DATE (CD-IDX)
                END-IF
            END-IF
            READ POLMAST-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
            END-READ.

      *> Archive generation first, then the live log.  Only the move
      *> into the status the policy holds now counts - a policy
      *> cancelled, reinstated and lapsed again dates from the lapse.
        2500-DATE-STATUS-FROM-HISTORY.
            OPEN INPUT AUDARCH-FILE
            IF AUDARCH-OK
                READ AUDARCH-FILE
                    AT END MOVE "Y" TO WS-ARCH-EOF-SW
                END-READ
                PERFORM 2510-DATE-FROM-ARCHIVE UNTIL END-OF-AUDARCH
                CLOSE AUDARCH-FILE
            END-IF
            OPEN INPUT AUDIT-FILE
            IF AUDIT-OK
                READ AUDIT-FILE
                    AT END MOVE "Y" TO WS-LOG-EOF-SW
                END-READ
                PERFORM 2520-DATE-FROM-LIVE-LOG UNTIL END-OF-AUDITLOG
                CLOSE AUDIT-FILE
            END-IF.

        2510-DATE-FROM-ARCHIVE.
            MOVE AUDARCH-IMAGE TO AUDIT-RECORD
            PERFORM 2600-NOTE-STATUS-MOVE
            READ AUDARCH-FILE
                AT END MOVE "Y" TO WS-ARCH-EOF-SW
            END-READ.

        2520-DATE-FROM-LIVE-LOG.
            PERFORM 2600-NOTE-STATUS-MOVE
            READ AUDIT-FILE
                AT END MOVE "Y" TO WS-LOG-EOF-SW
            END-READ.

        2600-NOTE-STATUS-MOVE.
            ADD 1 TO WS-HIST-READ-COUNT
            IF AUDIT-ACTION-ADD
               OR (AUDIT-ACTION-CHANGE
                   AND BEFORE-POL-STATUS NOT = AFTER-POL-STATUS)
                MOVE AUDIT-TIMESTAMP (1:8) TO WS-CHANGE-DATE
                PERFORM 2610-NOTE-FOR-CANDIDATE
                    VARYING CD-IDX FROM 1 BY 1
                    UNTIL CD-IDX > WS-CAND-COUNT
            END-IF.

        2610-NOTE-FOR-CANDIDATE.
            IF CD-POLICYNUM (CD-IDX) = AUDIT-POLICYNUM
               AND CD-POL-STATUS (CD-IDX) = AFTER-POL-STATUS
               AND WS-CHANGE-DATE > CD-STATUS-DATE (CD-IDX)
                MOVE WS-CHANGE-DATE TO CD-STATUS-DATE (CD-IDX)
            END-IF.

      *> POLMAST must be there to purge anything; every other file
      *> is purged if it is there and left alone if it is not.
        3000-OPEN-FOR-PURGE.
            OPEN I-O POLMAST-FILE
            IF NOT POLMAST-OK
                DISPLAY "CBLNAM41: ABENDING - UNABLE TO OPEN POLMAST,"
                        " STATUS=" WS-POLMAST-STATUS
                CLOSE PURGRPT-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O DEPMAST-FILE
            IF DEPMAST-OK
                SET DEPMAST-FILE-OPEN TO TRUE
            END-IF
            OPEN I-O NAMEXREF-FILE
            IF NAMEXREF-OK
                SET NAMEXREF-FILE-OPEN TO TRUE
            END-IF
            OPEN I-O CLMACT-FILE
            IF CLMACT-OK
                SET CLMACT-FILE-OPEN TO TRUE
            END-IF
            OPEN I-O RECVBL-FILE
            IF RECVBL-OK
                SET RECVBL-FILE-OPEN TO TRUE
            END-IF
            OPEN I-O EXPRATE-FILE
            IF EXPRATE-OK
                SET EXPRATE-FILE-OPEN TO TRUE
            END-IF
            OPEN I-O RENSTAT-FILE
            IF RENSTAT-OK
                SET RENSTAT-FILE-OPEN TO TRUE
            END-IF
            OPEN I-O COMMHIST-FILE
            IF COMMHIST-OK
                SET COMMHIST-FILE-OPEN TO TRUE
            END-IF
            OPEN I-O PENDTXN-FILE
            IF PENDTXN-OK
                SET PENDTXN-FILE-OPEN TO TRUE
            END-IF
            OPEN I-O PENDAPPR-FILE
            IF PENDAPPR-OK
                SET PENDAPPR-FILE-OPEN TO TRUE
            END-IF
            OPEN I-O CONVFLAG-FILE
            IF CONVFLAG-OK
                SET CONVFLAG-FILE-OPEN TO TRUE
            END-IF
            OPEN EXTEND AUDIT-FILE
            IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDIT-FILE
            END-IF
            OPEN EXTEND DEPAUDIT-FILE
            IF WS-DEPAUDIT-STATUS = "05" OR WS-DEPAUDIT-STATUS = "35"
                OPEN OUTPUT DEPAUDIT-FILE
            END-IF
            OPEN OUTPUT PURGARCH-FILE.

      *> A policy past the cutoff on expiry but moved into its status
      *> since then is still inside retention.  The master record is
      *> re-read before anything goes, so a policy touched since
      *> selection is left where it is.
        3100-PURGE-ONE-CANDIDATE.
            IF CD-STATUS-DATE (CD-IDX) > CD-EXP-DATE (CD-IDX)
                MOVE CD-STATUS-DATE (CD-IDX) TO WS-STATUS-DATE
            ELSE
                MOVE CD-EXP-DATE (CD-IDX) TO WS-STATUS-DATE
            END-IF
            IF WS-STATUS-DATE >= WS-CUTOFF-DATE
                ADD 1 TO WS-RECENT-COUNT
            ELSE
                PERFORM 3110-CHECK-STILL-PURGEABLE
                IF WS-SKIP-REASON = SPACES
                    PERFORM 3200-PURGE-POLICY
                ELSE
                    PERFORM 3800-WRITE-POLICY-LINE
                END-IF
            END-IF.

        3110-CHECK-STILL-PURGEABLE.
            MOVE SPACES TO WS-SKIP-REASON
            MOVE ZERO TO WS-POLICY-REC-COUNT
            MOVE "N" TO WS-POLICY-FOUND-SW
            MOVE CD-POLICYNUM (CD-IDX) TO POLICYNUM OF POLMAST-RECORD
            READ POLMAST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET POLICY-FOUND TO TRUE
            END-READ
            IF NOT POLICY-FOUND
               OR POL-STATUS OF POLMAST-RECORD
                   NOT = CD-POL-STATUS (CD-IDX)
                MOVE "SKIPPED - STATUS CHANGED" TO WS-SKIP-REASON
                ADD 1 TO WS-CHANGED-COUNT
            ELSE
                PERFORM 3120-CHECK-OPEN-BALANCE
                IF WS-SKIP-REASON = SPACES
                    PERFORM 3130-CHECK-OPEN-CLAIMS
                END-IF
            END-IF.

        3120-CHECK-OPEN-BALANCE.
            MOVE "N" TO WS-RECVBL-FOUND-SW
            IF RECVBL-FILE-OPEN
                MOVE CD-POLICYNUM (CD-IDX) TO RCV-POLICYNUM
                READ RECVBL-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET RECVBL-FOUND TO TRUE
                END-READ
            END-IF
            IF RECVBL-FOUND
               AND RCV-OPEN-BALANCE > ZERO
                MOVE "SKIPPED - OPEN BALANCE" TO WS-SKIP-REASON
                ADD 1 TO WS-OPEN-BAL-COUNT
            END-IF.

        3130-CHECK-OPEN-CLAIMS.
            MOVE "N" TO WS-CLMACT-FOUND-SW
            IF CLMACT-FILE-OPEN
                MOVE CD-POLICYNUM (CD-IDX) TO CLMACT-POLICYNUM
                READ CLMACT-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET CLMACT-FOUND TO TRUE
                END-READ
            END-IF
            IF CLMACT-FOUND
               AND CLMACT-OPEN-COUNT > ZERO
                MOVE "SKIPPED - OPEN CLAIMS" TO WS-SKIP-REASON
                ADD 1 TO WS-OPEN-CLM-COUNT
            END-IF.

      *> The files keyed to the policy go only once the master itself
      *> has gone; a master that will not delete keeps them all.
        3200-PURGE-POLICY.
            PERFORM 3210-CAPTURE-BEFORE-IMAGE
            MOVE POLMAST-RECORD TO PGA-RECORD-IMAGE
            DELETE POLMAST-FILE RECORD
                INVALID KEY
                    DISPLAY "CBLNAM41: DELETE FAILED ON POLMAST "
                            CD-POLICYNUM (CD-IDX)
                    ADD 1 TO WS-DELETE-FAIL-COUNT
                    MOVE "SKIPPED - DELETE FAILED" TO WS-SKIP-REASON
                NOT INVALID KEY
                    MOVE 1 TO WS-FILE-SUB
                    PERFORM 3900-ARCHIVE-RECORD
                    PERFORM 3220-WRITE-PURGE-AUDIT
                    PERFORM 3250-PURGE-SATELLITES
                    ADD 1 TO WS-PURGE-COUNT
                    MOVE "PURGED" TO WS-SKIP-REASON
            END-DELETE
            PERFORM 3800-WRITE-POLICY-LINE.

        3210-CAPTURE-BEFORE-IMAGE.
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

      *> Batch-driven change - the USERID fields carry the job name
      *> since no operator is behind the purge.
        3220-WRITE-PURGE-AUDIT.
            MOVE SPACES TO AUDIT-AFTER-IMAGE
            MOVE ZERO TO AFTER-AGE AFTER-POLICY-EFF-DATE
                         AFTER-POLICY-EXP-DATE
                         AFTER-DATE-OF-BIRTH
                         AFTER-INCEPTION-DATE
            MOVE CD-POLICYNUM (CD-IDX) TO AUDIT-POLICYNUM
            SET AUDIT-ACTION-PURGE TO TRUE
            MOVE FUNCTION CURRENT-DATE (1:14) TO AUDIT-TIMESTAMP
            MOVE "CBLNAM41" TO AUDIT-USERID
            WRITE AUDIT-RECORD.

        3250-PURGE-SATELLITES.
            IF DEPMAST-FILE-OPEN
                PERFORM 3300-PURGE-DEPENDENTS
            END-IF
            IF NAMEXREF-FILE-OPEN
                PERFORM 3400-PURGE-NAMEXREF
            END-IF
            IF CLMACT-FOUND
                PERFORM 3450-PURGE-CLMACT
            END-IF
            IF RECVBL-FOUND
                PERFORM 3500-PURGE-RECVBL
            END-IF
            IF EXPRATE-FILE-OPEN
                PERFORM 3550-PURGE-EXPRATE
            END-IF
            IF RENSTAT-FILE-OPEN
                PERFORM 3600-PURGE-RENSTAT
            END-IF
            IF COMMHIST-FILE-OPEN
                PERFORM 3650-PURGE-COMMHIST
            END-IF
            IF PENDTXN-FILE-OPEN
                PERFORM 3700-PURGE-PENDTXN
            END-IF
            IF PENDAPPR-FILE-OPEN
                PERFORM 3750-PURGE-PENDAPPR
            END-IF
            IF CONVFLAG-FILE-OPEN
                PERFORM 3760-PURGE-CONVFLAG
            END-IF.

        3300-PURGE-DEPENDENTS.
            MOVE "N" TO WS-DEP-EOF-SW
            MOVE CD-POLICYNUM (CD-IDX) TO DEP-POLICYNUM
            MOVE ZERO TO DEP-SEQ
            START DEPMAST-FILE KEY IS NOT LESS THAN DEP-KEY
                INVALID KEY MOVE "Y" TO WS-DEP-EOF-SW
            END-START
            PERFORM 3310-PURGE-NEXT-DEPENDENT UNTIL END-OF-DEPS.

        3310-PURGE-NEXT-DEPENDENT.
            READ DEPMAST-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-DEP-EOF-SW
            END-READ
            IF NOT END-OF-DEPS
                IF DEP-POLICYNUM = CD-POLICYNUM (CD-IDX)
                    MOVE DEPENDENT-RECORD TO PGA-RECORD-IMAGE
                    DELETE DEPMAST-FILE RECORD
                        INVALID KEY
                            DISPLAY "CBLNAM41: DELETE FAILED ON "
                                    "DEPMAST " DEP-KEY
                        NOT INVALID KEY
                            MOVE 2 TO WS-FILE-SUB
                            PERFORM 3900-ARCHIVE-RECORD
                            PERFORM 3320-WRITE-DEP-PURGE-AUDIT
                    END-DELETE
                ELSE
                    MOVE "Y" TO WS-DEP-EOF-SW
                END-IF
            END-IF.

        3320-WRITE-DEP-PURGE-AUDIT.
            MOVE DEP-FIRSTNAME     TO DEPBEF-FIRSTNAME
            MOVE DEP-LASTNAME      TO DEPBEF-LASTNAME
            MOVE DEP-RELATION      TO DEPBEF-RELATION
            MOVE DEP-DATE-OF-BIRTH TO DEPBEF-DATE-OF-BIRTH
            MOVE SPACES TO AUDDEP-AFTER-IMAGE
            MOVE ZERO TO DEPAFT-DATE-OF-BIRTH
            MOVE DEP-POLICYNUM TO AUDDEP-POLICYNUM
            MOVE DEP-SEQ       TO AUDDEP-SEQ
            SET AUDDEP-ACTION-PURGE TO TRUE
            MOVE FUNCTION CURRENT-DATE (1:14) TO AUDDEP-TIMESTAMP
            MOVE "CBLNAM41" TO AUDDEP-USERID
            WRITE AUDIT-DEP-RECORD.

      *> NAMEXREF is keyed by name, taken from the master image just
      *> audited.  CBLNAM13 rebuilds the file nightly from POLMAST, so
      *> an entry under an older name drops out on the next rebuild.
        3400-PURGE-NAMEXREF.
            MOVE BEFORE-LASTNAME       TO XREF-LASTNAME
            MOVE BEFORE-FIRSTNAME      TO XREF-FIRSTNAME
            MOVE CD-POLICYNUM (CD-IDX) TO XREF-POLICYNUM
            READ NAMEXREF-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE NAMEXREF-RECORD TO PGA-RECORD-IMAGE
                    DELETE NAMEXREF-FILE RECORD
                        INVALID KEY
                            DISPLAY "CBLNAM41: DELETE FAILED ON "
                                    "NAMEXREF " XREF-POLICYNUM
                        NOT INVALID KEY
                            MOVE 3 TO WS-FILE-SUB
                            PERFORM 3900-ARCHIVE-RECORD
                    END-DELETE
            END-READ.

      *> CLMACT and RECVBL were read for the open-item checks and are
      *> still in the record areas.
        3450-PURGE-CLMACT.
            MOVE CLAIMS-ACTIVITY-RECORD TO PGA-RECORD-IMAGE
            DELETE CLMACT-FILE RECORD
                INVALID KEY
                    DISPLAY "CBLNAM41: DELETE FAILED ON CLMACT "
                            CLMACT-POLICYNUM
                NOT INVALID KEY
                    MOVE 4 TO WS-FILE-SUB
                    PERFORM 3900-ARCHIVE-RECORD
            END-DELETE.

        3500-PURGE-RECVBL.
            MOVE RECEIVABLE-RECORD TO PGA-RECORD-IMAGE
            DELETE RECVBL-FILE RECORD
                INVALID KEY
                    DISPLAY "CBLNAM41: DELETE FAILED ON RECVBL "
                            RCV-POLICYNUM
                NOT INVALID KEY
                    MOVE 5 TO WS-FILE-SUB
                    PERFORM 3900-ARCHIVE-RECORD
            END-DELETE.

        3550-PURGE-EXPRATE.
            MOVE CD-POLICYNUM (CD-IDX) TO EXPR-POLICYNUM
            READ EXPRATE-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE EXPERIENCE-RATE-RECORD TO PGA-RECORD-IMAGE
                    DELETE EXPRATE-FILE RECORD
                        INVALID KEY
                            DISPLAY "CBLNAM41: DELETE FAILED ON "
                                    "EXPRATE " EXPR-POLICYNUM
                        NOT INVALID KEY
                            MOVE 6 TO WS-FILE-SUB
                            PERFORM 3900-ARCHIVE-RECORD
                    END-DELETE
            END-READ.

        3600-PURGE-RENSTAT.
            MOVE CD-POLICYNUM (CD-IDX) TO RNS-POLICYNUM
            READ RENSTAT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE RENEWAL-NOTICE-STATE TO PGA-RECORD-IMAGE
                    DELETE RENSTAT-FILE RECORD
                        INVALID KEY
                            DISPLAY "CBLNAM41: DELETE FAILED ON "
                                    "RENSTAT " RNS-POLICYNUM
                        NOT INVALID KEY
                            MOVE 7 TO WS-FILE-SUB
                            PERFORM 3900-ARCHIVE-RECORD
                    END-DELETE
            END-READ.

        3650-PURGE-COMMHIST.
            MOVE CD-POLICYNUM (CD-IDX) TO CMH-POLICYNUM
            READ COMMHIST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE COMMISSION-HISTORY-RECORD
                        TO PGA-RECORD-IMAGE
                    DELETE COMMHIST-FILE RECORD
                        INVALID KEY
                            DISPLAY "CBLNAM41: DELETE FAILED ON "
                                    "COMMHIST " CMH-POLICYNUM
                        NOT INVALID KEY
                            MOVE 8 TO WS-FILE-SUB
                            PERFORM 3900-ARCHIVE-RECORD
                    END-DELETE
            END-READ.

      *> Future-dated items still held for a purged policy would only
      *> reject when CBLNAM33 releases them, so they go with it.
        3700-PURGE-PENDTXN.
            MOVE "N" TO WS-PND-EOF-SW
            MOVE CD-POLICYNUM (CD-IDX) TO PND-POLICYNUM
            MOVE ZERO TO PND-APPLY-DATE
                         PND-ENTRY-DATE
                         PND-ENTRY-SEQ
            START PENDTXN-FILE KEY IS NOT LESS THAN PND-KEY
                INVALID KEY MOVE "Y" TO WS-PND-EOF-SW
            END-START
            PERFORM 3710-PURGE-NEXT-PENDING UNTIL END-OF-PENDING.

        3710-PURGE-NEXT-PENDING.
            READ PENDTXN-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-PND-EOF-SW
            END-READ
            IF NOT END-OF-PENDING
                IF PND-POLICYNUM = CD-POLICYNUM (CD-IDX)
                    MOVE PENDING-TXN-RECORD TO PGA-RECORD-IMAGE
                    DELETE PENDTXN-FILE RECORD
                        INVALID KEY
                            DISPLAY "CBLNAM41: DELETE FAILED ON "
                                    "PENDTXN " PND-POLICYNUM
                        NOT INVALID KEY
                            MOVE 9 TO WS-FILE-SUB
                            PERFORM 3900-ARCHIVE-RECORD
                    END-DELETE
                ELSE
                    MOVE "Y" TO WS-PND-EOF-SW
                END-IF
            END-IF.

      *> Held approval items carry the whole keyed transaction, name,
      *> address and date of birth included, and would otherwise list
      *> on CBLNAM45 for a policy no longer there.
        3750-PURGE-PENDAPPR.
            MOVE "N" TO WS-PAP-EOF-SW
            MOVE CD-POLICYNUM (CD-IDX) TO PAP-POLICYNUM
            MOVE ZERO TO PAP-ENTRY-DATE
                         PAP-ENTRY-TIME
                         PAP-ENTRY-SEQ
            START PENDAPPR-FILE KEY IS NOT LESS THAN PAP-KEY
                INVALID KEY MOVE "Y" TO WS-PAP-EOF-SW
            END-START
            PERFORM 3755-PURGE-NEXT-APPROVAL UNTIL END-OF-APPROVALS.

        3755-PURGE-NEXT-APPROVAL.
            READ PENDAPPR-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-PAP-EOF-SW
            END-READ
            IF NOT END-OF-APPROVALS
                IF PAP-POLICYNUM = CD-POLICYNUM (CD-IDX)
                    MOVE PENDING-APPROVAL-RECORD TO PGA-RECORD-IMAGE
                    DELETE PENDAPPR-FILE RECORD
                        INVALID KEY
                            DISPLAY "CBLNAM41: DELETE FAILED ON "
                                    "PENDAPPR " PAP-POLICYNUM
                        NOT INVALID KEY
                            MOVE 10 TO WS-FILE-SUB
                            PERFORM 3900-ARCHIVE-RECORD
                    END-DELETE
                ELSE
                    MOVE "Y" TO WS-PAP-EOF-SW
                END-IF
            END-IF.

      *> A converter that lapsed or cancelled before its first
      *> individual bill never has its flag taken off by CBLNAM09.
        3760-PURGE-CONVFLAG.
            MOVE CD-POLICYNUM (CD-IDX) TO CVF-POLICYNUM
            READ CONVFLAG-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE CONVERSION-FLAG-RECORD TO PGA-RECORD-IMAGE
                    DELETE CONVFLAG-FILE RECORD
                        INVALID KEY
                            DISPLAY "CBLNAM41: DELETE FAILED ON "
                                    "CONVFLAG " CVF-POLICYNUM
                        NOT INVALID KEY
                            MOVE 11 TO WS-FILE-SUB
                            PERFORM 3900-ARCHIVE-RECORD
                    END-DELETE
            END-READ.

        3800-WRITE-POLICY-LINE.
            MOVE WS-POLICY-REC-COUNT TO WS-EDIT-RECS
            MOVE SPACES TO PURGRPT-LINE
            STRING CD-POLICYNUM (CD-IDX)  DELIMITED BY SIZE
                   "  "                   DELIMITED BY SIZE
                   CD-POL-STATUS (CD-IDX) DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-STATUS-DATE         DELIMITED BY SIZE
                   "  "                   DELIMITED BY SIZE
                   CD-EXP-DATE (CD-IDX)   DELIMITED BY SIZE
                   "  "                   DELIMITED BY SIZE
                   WS-EDIT-RECS           DELIMITED BY SIZE
                   "   "                  DELIMITED BY SIZE
                   WS-SKIP-REASON         DELIMITED BY SIZE
                INTO PURGRPT-LINE
            WRITE PURGRPT-LINE.

      *> The caller has put the record image in PGA-RECORD-IMAGE and
      *> the file's position in the reconciliation table in
      *> WS-FILE-SUB.
        3900-ARCHIVE-RECORD.
            MOVE WS-FILE-NAME (WS-FILE-SUB) TO PGA-SOURCE-FILE
            MOVE CD-POLICYNUM (CD-IDX)      TO PGA-POLICYNUM
            WRITE PURGE-ARCHIVE-RECORD
            ADD 1 TO WS-FC-PURGED (WS-FILE-SUB)
            ADD 1 TO WS-ARCHIVE-COUNT
            ADD 1 TO WS-POLICY-REC-COUNT
            MOVE PGA-POLICYNUM TO WS-HASH-CHAR
            PERFORM 3910-HASH-ONE-KEY
            ADD WS-HASH-NUM TO WS-ARCHIVE-HASH.

      *> Letters and spaces in the key become zeros so the digit
      *> string always adds - the CBLNAM17 mapping.
        3910-HASH-ONE-KEY.
            INSPECT WS-HASH-CHAR
                CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ "
                        TO "000000000000000000000000000"
            IF WS-HASH-CHAR NOT NUMERIC
                MOVE ZERO TO WS-HASH-NUM
            END-IF.

        4000-CLOSE-AFTER-PURGE.
            CLOSE POLMAST-FILE
            IF DEPMAST-FILE-OPEN
                CLOSE DEPMAST-FILE
            END-IF
            IF NAMEXREF-FILE-OPEN
                CLOSE NAMEXREF-FILE
            END-IF
            IF CLMACT-FILE-OPEN
                CLOSE CLMACT-FILE
            END-IF
            IF RECVBL-FILE-OPEN
                CLOSE RECVBL-FILE
            END-IF
            IF EXPRATE-FILE-OPEN
                CLOSE EXPRATE-FILE
            END-IF
            IF RENSTAT-FILE-OPEN
                CLOSE RENSTAT-FILE
            END-IF
            IF COMMHIST-FILE-OPEN
                CLOSE COMMHIST-FILE
            END-IF
            IF PENDTXN-FILE-OPEN
                CLOSE PENDTXN-FILE
            END-IF
            IF PENDAPPR-FILE-OPEN
                CLOSE PENDAPPR-FILE
            END-IF
            IF CONVFLAG-FILE-OPEN
                CLOSE CONVFLAG-FILE
            END-IF
            CLOSE AUDIT-FILE
            CLOSE DEPAUDIT-FILE
            CLOSE PURGARCH-FILE
            OPEN OUTPUT PURGACTL-FILE
            MOVE WS-TODAY         TO PGCTL-RUN-DATE
            MOVE WS-CUTOFF-DATE   TO PGCTL-CUTOFF-DATE
            MOVE WS-PURGE-COUNT   TO PGCTL-POLICY-COUNT
            MOVE WS-ARCHIVE-COUNT TO PGCTL-RECORD-COUNT
            MOVE WS-ARCHIVE-HASH  TO PGCTL-HASH-TOTAL
            WRITE PURGACTL-RECORD
            CLOSE PURGACTL-FILE.

        5000-RECONCILE.
            MOVE SPACES TO PURGRPT-LINE
            WRITE PURGRPT-LINE
            MOVE "POLICIES READ" TO WS-LINE-LABEL
            MOVE WS-MASTER-READ-COUNT TO WS-EDIT-COUNT
            PERFORM 5900-WRITE-COUNT-LINE
            MOVE "CANDIDATES ON STATUS/EXPIRY" TO WS-LINE-LABEL
            MOVE WS-CAND-COUNT TO WS-EDIT-COUNT
            PERFORM 5900-WRITE-COUNT-LINE
            MOVE "KEPT - STATUS INSIDE RETENTION" TO WS-LINE-LABEL
            MOVE WS-RECENT-COUNT TO WS-EDIT-COUNT
            PERFORM 5900-WRITE-COUNT-LINE
            MOVE "SKIPPED - STATUS CHANGED" TO WS-LINE-LABEL
            MOVE WS-CHANGED-COUNT TO WS-EDIT-COUNT
            PERFORM 5900-WRITE-COUNT-LINE
            MOVE "SKIPPED - OPEN BALANCE" TO WS-LINE-LABEL
            MOVE WS-OPEN-BAL-COUNT TO WS-EDIT-COUNT
            PERFORM 5900-WRITE-COUNT-LINE
            MOVE "SKIPPED - OPEN CLAIMS" TO WS-LINE-LABEL
            MOVE WS-OPEN-CLM-COUNT TO WS-EDIT-COUNT
            PERFORM 5900-WRITE-COUNT-LINE
            MOVE "SKIPPED - DELETE FAILED" TO WS-LINE-LABEL
            MOVE WS-DELETE-FAIL-COUNT TO WS-EDIT-COUNT
            PERFORM 5900-WRITE-COUNT-LINE
            MOVE "POLICIES PURGED" TO WS-LINE-LABEL
            MOVE WS-PURGE-COUNT TO WS-EDIT-COUNT
            PERFORM 5900-WRITE-COUNT-LINE
            IF CANDIDATE-TABLE-FULL
                MOVE "DEFERRED - CANDIDATE TABLE FULL" TO WS-LINE-LABEL
                MOVE WS-DEFERRED-COUNT TO WS-EDIT-COUNT
                PERFORM 5900-WRITE-COUNT-LINE
            END-IF
            MOVE SPACES TO PURGRPT-LINE
            WRITE PURGRPT-LINE
            MOVE "FILE        BEFORE   PURGED    AFTER"
                TO PURGRPT-LINE
            WRITE PURGRPT-LINE
            MOVE ZERO TO WS-PURGED-TOTAL
            PERFORM 5100-RECONCILE-ONE-FILE
                VARYING WS-FILE-SUB FROM 1 BY 1
                UNTIL WS-FILE-SUB > 11
            MOVE WS-ARCHIVE-COUNT TO WS-EDIT-COUNT
            MOVE WS-ARCHIVE-HASH  TO WS-EDIT-HASH
            MOVE SPACES TO PURGRPT-LINE
            STRING "RECORDS ARCHIVED:  " DELIMITED BY SIZE
                   WS-EDIT-COUNT         DELIMITED BY SIZE
                   "  HASH: "            DELIMITED BY SIZE
                   WS-EDIT-HASH          DELIMITED BY SIZE
                INTO PURGRPT-LINE
            WRITE PURGRPT-LINE
            IF WS-PURGED-TOTAL NOT = WS-ARCHIVE-COUNT
                ADD 1 TO WS-MISMATCH-COUNT
            END-IF
            IF WS-MISMATCH-COUNT = ZERO
                MOVE "BEFORE LESS PURGED EQUALS AFTER FOR EVERY FILE"
                    TO PURGRPT-LINE
                WRITE PURGRPT-LINE
            ELSE
                MOVE "*** PURGE DOES NOT RECONCILE - HOLD ARCHIVE ***"
                    TO PURGRPT-LINE
                WRITE PURGRPT-LINE
                MOVE 16 TO RETURN-CODE
            END-IF.

        5100-RECONCILE-ONE-FILE.
            ADD WS-FC-PURGED (WS-FILE-SUB) TO WS-PURGED-TOTAL
            COMPUTE WS-EXPECTED-AFTER
                = WS-FC-COUNT (WS-FILE-SUB, 1)
                - WS-FC-PURGED (WS-FILE-SUB)
            MOVE WS-FC-COUNT (WS-FILE-SUB, 1) TO WS-EDIT-BEFORE
            MOVE WS-FC-PURGED (WS-FILE-SUB)   TO WS-EDIT-PURGED
            MOVE WS-FC-COUNT (WS-FILE-SUB, 2) TO WS-EDIT-AFTER
            MOVE SPACES TO PURGRPT-LINE
            STRING WS-FILE-NAME (WS-FILE-SUB) DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   WS-EDIT-BEFORE             DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   WS-EDIT-PURGED             DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   WS-EDIT-AFTER              DELIMITED BY SIZE
                INTO PURGRPT-LINE
            IF WS-EXPECTED-AFTER NOT = WS-FC-COUNT (WS-FILE-SUB, 2)
                MOVE "*** OUT OF BALANCE" TO PURGRPT-LINE (42:18)
                ADD 1 TO WS-MISMATCH-COUNT
            END-IF
            WRITE PURGRPT-LINE.

        5900-WRITE-COUNT-LINE.
            MOVE SPACES TO PURGRPT-LINE
            STRING WS-LINE-LABEL DELIMITED BY SIZE
                   "  "          DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                INTO PURGRPT-LINE
            WRITE PURGRPT-LINE.

        9000-TERMINATE.
            CLOSE PURGRPT-FILE
            PERFORM 9100-WRITE-RUN-CONTROL
            DISPLAY "CBLNAM41: READ=" WS-MASTER-READ-COUNT
                    " CANDIDATES=" WS-CAND-COUNT
                    " PURGED=" WS-PURGE-COUNT
                    " ARCHIVED=" WS-ARCHIVE-COUNT.

      *> Policies purged are policy master deletes - CBLNAM15 takes
      *> them into the master arithmetic on their own line.  Skipped
      *> policies ride in the reject count.
        9100-WRITE-RUN-CONTROL.
            OPEN EXTEND RUNCTL-FILE
            IF WS-RUNCTL-STATUS = "05" OR WS-RUNCTL-STATUS = "35"
                OPEN OUTPUT RUNCTL-FILE
            END-IF
            MOVE WS-TODAY TO RUNCTL-RUN-DATE
            MOVE "CBLNAM41" TO RUNCTL-PROGRAM
            MOVE WS-MASTER-READ-COUNT TO RUNCTL-READ-COUNT
            MOVE ZERO TO RUNCTL-LOAD-COUNT
            MOVE ZERO TO RUNCTL-ADD-COUNT
            MOVE ZERO TO RUNCTL-CHANGE-COUNT
            MOVE WS-FC-PURGED (1) TO RUNCTL-DELETE-COUNT
            COMPUTE RUNCTL-REJECT-COUNT
                = WS-CHANGED-COUNT + WS-OPEN-BAL-COUNT
                + WS-OPEN-CLM-COUNT + WS-DELETE-FAIL-COUNT
            MOVE ZERO TO RUNCTL-EXTRACT-COUNT
            WRITE RUNCTL-RECORD
            CLOSE RUNCTL-FILE.
