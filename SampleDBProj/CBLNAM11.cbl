      *> the audit record area one at a time, so the match and
      *> reporting logic below serves both logs unchanged.
        FD  AUDARCH-FILE.
        01  AUDARCH-IMAGE           PIC X(323).

        WORKING-STORAGE SECTION.
        01  WS-AUDINQ-STATUS        PIC X(2).
                WHEN AUDIT-ACTION-ADD
                    MOVE "    RECORD ADDED" TO AUDHIST-LINE
                    WRITE AUDHIST-LINE
                WHEN AUDIT-ACTION-PURGE
                    MOVE "    RECORD PURGED" TO AUDHIST-LINE
                    WRITE AUDHIST-LINE
                WHEN AUDIT-ACTION-DELETE
                    MOVE "    RECORD DELETED" TO AUDHIST-LINE
                    WRITE AUDHIST-LINE
                MOVE BEFORE-GROUP-NUM  TO WS-DIFF-OLD
                MOVE AFTER-GROUP-NUM   TO WS-DIFF-NEW
                PERFORM 2310-WRITE-DIFF-LINE
            END-IF
            IF BEFORE-AGENT-NUM NOT = AFTER-AGENT-NUM
                MOVE "AGENT-NUM"       TO WS-DIFF-FIELD
                MOVE BEFORE-AGENT-NUM  TO WS-DIFF-OLD
                MOVE AFTER-AGENT-NUM   TO WS-DIFF-NEW
                PERFORM 2310-WRITE-DIFF-LINE
            END-IF
            IF BEFORE-INCEPTION-DATE NOT = AFTER-INCEPTION-DATE
                MOVE "INCEPT-DATE"     TO WS-DIFF-FIELD
                MOVE BEFORE-INCEPTION-DATE TO WS-DIFF-OLD
                MOVE AFTER-INCEPTION-DATE  TO WS-DIFF-NEW
                PERFORM 2310-WRITE-DIFF-LINE
            END-IF.

      *> Archived history first, so an inquiry spanning the CBLNAM26
