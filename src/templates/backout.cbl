            ACCEPT AUD-RUN-TIME FROM TIME
            MOVE WS-PROGRAM-NAME     TO AUD-PROGRAM-ID
            MOVE SPACES              TO AUD-SOURCE-SYS
            MOVE SPACES              TO AUD-USER-ID
            SET AUD-OUTCM-BACKOUT    TO TRUE

            WRITE AUDIT-REC
