            02 HV-AUD-PROGRAM    PIC X(08).
            02 HV-AUD-OUTCOME    PIC S9(04) COMP.
            02 HV-AUD-SOURCE     PIC X(02).
            02 HV-AUD-USER       PIC X(08).

       01 WS-SQLCODE-DISP       PIC -(08)9.

            MOVE AUD-PROGRAM-ID  TO HV-AUD-PROGRAM
            MOVE AUD-OUTCOME-CDE TO HV-AUD-OUTCOME
            MOVE AUD-SOURCE-SYS  TO HV-AUD-SOURCE
            MOVE AUD-USER-ID     TO HV-AUD-USER

            EXEC SQL
                INSERT INTO AUDIT_TRAIL
                       (AUD_NO, AUD_RUN_DATE, AUD_RUN_TIME,
                        AUD_PROGRAM_ID, AUD_OUTCOME_CDE,
                        AUD_SOURCE_SYS, AUD_USER_ID)
                VALUES (:HV-AUD-NO, :HV-AUD-RUN-DATE,
                        :HV-AUD-RUN-TIME, :HV-AUD-PROGRAM,
                        :HV-AUD-OUTCOME, :HV-AUD-SOURCE,
                        :HV-AUD-USER)
            END-EXEC

            EVALUATE TRUE
