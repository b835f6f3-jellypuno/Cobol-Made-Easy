            02 FILLER PIC X(70) VALUE
               'NNNN = FINAL RETURN CODE FOR SEVERITY-E EVENTS'.
            02 FILLER PIC X(70) VALUE SPACES.
            02 FILLER PIC X(70) VALUE
               '<PGM>-0002W  WAGE FILING EXCEPTIONS - NOT REGISTERED'.
            02 FILLER PIC X(70) VALUE
               '<PGM>-0003W  PAYMENTS LEFT OUT OF ACH FILE'.
            02 FILLER PIC X(70) VALUE
               '<PGM>-0004E  EMPTY INPUT FILE'.
            02 FILLER PIC X(70) VALUE
               '<PGM>-0005W  MASTER INTEGRITY FINDINGS - SEE REPORT'.
            02 FILLER PIC X(70) VALUE
               '<PGM>-0006W  DEPARTMENT OVER BUDGET'.
            02 FILLER PIC X(70) VALUE
               '<PGM>-0007W  REFERENCE CHANGE STILL IN USE - LOAD HELD'.
            02 FILLER PIC X(70) VALUE
               '<PGM>-0008W  DAY-OVER-DAY DELTA EXCEEDS THRESHOLD'.
            02 FILLER PIC X(70) VALUE
               '<PGM>-0009W  SALARY OUTLIER IN EXTREME BAND - REVIEW'.
            02 FILLER PIC X(70) VALUE
               '<PGM>-0010E  FILE OPEN ERROR'.
            02 FILLER PIC X(70) VALUE
            02 FILLER PIC X(70) VALUE
               '<PGM>-0093E  RUN DATE NOT A BUSINESS DAY'.
            02 FILLER PIC X(70) VALUE
               '<PGM>-0094E  PERIOD POSTED / TAX YEAR FILED ALREADY'.
            02 FILLER PIC X(70) VALUE
               '<PGM>-0095E  DB2 ERROR'.
            02 FILLER PIC X(70) VALUE
               '<PGM>-0096E  RETRANSMISSION REFUSED'.
            02 FILLER PIC X(70) VALUE
               '<PGM>-0097E  NO WAGE FILING FOR YEAR - ROLL REFUSED'.
            02 FILLER PIC X(70) VALUE
               '<PGM>-0098E  CYCLE STEP HELD / RERUN REFUSED'.
            02 FILLER PIC X(70) VALUE
               '<PGM>-0099E  UNCLASSIFIED TERMINAL ERROR'.
            02 FILLER PIC X(70) VALUE SPACES.
               '<PGM>-8001I  CHECKPOINT TAKEN (KEY FOLLOWS)'.
            02 FILLER PIC X(70) VALUE
               '<PGM>-8002I  RETENTION ARCHIVE/RETAIN COUNTS'.
            02 FILLER PIC X(70) VALUE
               '<PGM>-8003I  CALENDAR TOO SHORT - NO PRENOTE RELEASED'.
            02 FILLER PIC X(70) VALUE
               '<PGM>-8004I  CYCLE STEP ALREADY COMPLETE - SKIPPED'.
            02 FILLER PIC X(70) VALUE
               '<PGM>-8005W  CYCLE LEDGER NOT UPDATED AT STEP END'.
            02 FILLER PIC X(70) VALUE
               '<PGM>-8006W  PREVIOUS CYCLE LEFT NOT COMPLETE'.
            02 FILLER PIC X(70) VALUE
               '<PGM>-8007W  REJECTS KEPT - NOT ON KEYED REJECT FILE'.
       01 WS-CATALOG-TABLE REDEFINES WS-CATALOG-LINES.
            02 WS-CAT-LINE       PIC X(70) OCCURS 44 TIMES.

       77 WS-CAT-IX             PIC 9(04) COMP VALUE ZERO.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            PERFORM E0001-PRNT-LINE THRU E0001-EXIT
                UNTIL WS-CAT-IX GREATER THAN OR EQUAL TO 44
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .
       A0001-MAIN-EXIT.
