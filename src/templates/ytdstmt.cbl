      *----------------------------------------------------------*
      * YEAR-TO-DATE STATEMENT REPORT, IN THE OUREC001 REPORT     *
      * STYLE.  READS THE YTD ACCUMULATOR (YTDIN, 'R' DETAILS IN  *
      * RECORD-NUMBER ORDER THEN 'D' DEPARTMENT BUCKETS AND ANY   *
      * 'P' ONE-OFF PAYMENT BUCKETS) AND PRINTS ONE LINE PER      *
      * RECORD WITH ITS YTD SALARY AND TRANSACTION COUNT, A       *
      * DEPARTMENT BUCKET SECTION, A ONE-OFF PAYMENT BUCKET       *
      * SECTION, AND A GRAND TRAILER -- THE NUMBERS FINANCE USED  *
      * TO RE-ADD FROM A YEAR OF DAILY EXTRACTS BY HAND.          *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                05 FILLER       PIC X(26)
                   VALUE 'DEPARTMENT YTD BUCKETS'.
                05 FILLER       PIC X(105) VALUE SPACES.
            02 YTD-ONEOFF-TITLE-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(26)
                   VALUE 'ONE-OFF PAYMENT BUCKETS'.
                05 FILLER       PIC X(105) VALUE SPACES.
            02 YTD-TRAILER-LAYOUT.
                05 FILLER       PIC X(02) VALUE SPACES.
                05 FILLER       PIC X(12) VALUE 'YTD RECORDS '.
       77 WS-BUCKET-TITLE-SW    PIC X(01) VALUE 'N'.
           88 WS-BUCKET-TITLE-NO   VALUE 'N'.
           88 WS-BUCKET-TITLE-YES  VALUE 'Y'.
       77 WS-ONEOFF-TITLE-SW    PIC X(01) VALUE 'N'.
           88 WS-ONEOFF-TITLE-NO   VALUE 'N'.
           88 WS-ONEOFF-TITLE-YES  VALUE 'Y'.

       PROCEDURE DIVISION.
       A0001-MAIN.
               SET WS-BUCKET-TITLE-YES TO TRUE
            END-IF

            IF YTD-TYPE-ONEOFF-DEPT AND WS-ONEOFF-TITLE-NO
               MOVE YTD-ONEOFF-TITLE-LAYOUT TO WS-PRINT-REPORT
               PERFORM F0001-WRITE-FILES THRU F0001-EXIT
               ADD 1 TO WS-LINE-CTR
               SET WS-ONEOFF-TITLE-YES TO TRUE
            END-IF

            IF YTD-TYPE-DETAIL
               ADD 1          TO WS-DETAIL-CTR
               ADD YTD-AMOUNT TO WS-YTD-TOTAL
