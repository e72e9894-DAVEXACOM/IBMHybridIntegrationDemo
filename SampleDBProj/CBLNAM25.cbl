                WHEN "A" MOVE "ADDED" TO WS-ACTION-TEXT
                WHEN "C" MOVE "CHANGED" TO WS-ACTION-TEXT
                WHEN "D" MOVE "DELETED" TO WS-ACTION-TEXT
                WHEN "P" MOVE "PURGED" TO WS-ACTION-TEXT
                WHEN OTHER MOVE "UNKNOWN" TO WS-ACTION-TEXT
            END-EVALUATE
            MOVE SPACES TO SNAPRPT-LINE
