      *----------------------------------------------------------*
      * COMPANY CONTROL FILE LOADER, FOLLOWING THE DEPTLD01       *
      * PATTERN.  READS 80-BYTE CARDS (COLS 1-3 COMPANY CODE,    *
      * COLS 5-39 COMPANY NAME, COLS 41-76 REPORT TITLE, COLS    *
      * 78-80 PAY CURRENCY OR BLANK FOR THE FUNCTIONAL CURRENCY, *
      * '*' IN COL 1 FOR A COMMENT CARD) AND WRITES THE          *
      * COMPANY-REC (CMPREC001) CONTROL FILE THE MULTI-COMPANY   *
      * DAILY RUN VALIDATES IR-COMPANY-CODE AGAINST.  CARDS MUST *
      * ARRIVE IN ASCENDING CODE ORDER WITH NO DUPLICATES -- A   *
      * BAD CARD FAILS THE LOAD SO A HALF-BUILT CONTROL FILE     *
      * NEVER REACHES THE DAILY RUN.                             *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            02 FILLER          PIC X(01).
            02 CARD-CMP-NAME   PIC X(35).
            02 FILLER          PIC X(01).
            02 CARD-CMP-TITLE  PIC X(36).
            02 FILLER          PIC X(01).
            02 CARD-CMP-CCY    PIC X(03).

       FD CMPFILE.
       COPY CMPREC001.

       77 WS-CARD-CTR           PIC 9(05) COMP-3 VALUE ZERO.
       77 WS-LOAD-CTR           PIC 9(05) COMP-3 VALUE ZERO.
       77 WS-CCY-CTR            PIC 9(05) COMP-3 VALUE ZERO.
       77 WS-PREV-CMP-CODE      PIC X(03) VALUE LOW-VALUES.

       PROCEDURE DIVISION.
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

      *     a currency is three letters or nothing at all -- a
      *     title run past column 76 lands here and is caught
            IF CARD-CMP-CCY NOT EQUAL SPACES
               IF CARD-CMP-CCY NOT ALPHABETIC-UPPER
                  OR CARD-CMP-CCY(1:1) EQUAL SPACE
                  OR CARD-CMP-CCY(2:1) EQUAL SPACE
                  OR CARD-CMP-CCY(3:1) EQUAL SPACE
                  DISPLAY 'COMPLD01: BAD CURRENCY: ' CARD-REC(1:40)
                  SET WS-MSG-BAD-CARD TO TRUE
                  MOVE 99 TO WS-ERR-CDE
                  SET WS-PROC-READ TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
            END-IF

            IF CARD-CMP-CODE LESS THAN WS-PREV-CMP-CODE
               OR CARD-CMP-CODE EQUAL WS-PREV-CMP-CODE
               DISPLAY 'COMPLD01: OUT OF ORDER: ' CARD-REC(1:40)
            MOVE CARD-CMP-CODE  TO CMP-CODE
            MOVE CARD-CMP-NAME  TO CMP-NAME
            MOVE CARD-CMP-TITLE TO CMP-RPT-TITLE
            MOVE CARD-CMP-CCY   TO CMP-CURRENCY
            IF CARD-CMP-CCY NOT EQUAL SPACES
               ADD 1 TO WS-CCY-CTR
            END-IF

            WRITE COMPANY-REC

            DISPLAY '********************************'.
            DISPLAY '  CARDS READ..............: ' WS-CARD-CTR.
            DISPLAY '  COMPANIES LOADED........: ' WS-LOAD-CTR.
            DISPLAY '  WITH A PAY CURRENCY.....: ' WS-CCY-CTR.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE
