      *   - REJECT ENTRIES THAT HAVE BEEN CORRECTED AND           *
      *     SUCCESSFULLY RECYCLED (STATUS R) ARE DROPPED; ALL     *
      *     OTHERS ARE REWRITTEN TO THE RETAINED FILE (REJRET).   *
      *   - REPORT ARCHIVE PAGES (ARCFILE) AND THEIR INDEX        *
      *     ENTRIES (AIXFILE) FOR BUSINESS DATES BEFORE THE       *
      *     CUTOFF ARE DELETED, SO ARCHIVED REPORTS ARE KEPT AS   *
      *     LONG AS THE AUDIT TRAIL AND NO LONGER.  NO ARCHIVE    *
      *     (STATUS 35) SKIPS THE PHASE; A RERUN SIMPLY FINDS     *
      *     NOTHING LEFT TO DELETE.                               *
      * A SUMMARY REPORT OF WHAT WAS ARCHIVED AND PURGED IS       *
      * WRITTEN TO OUTFILE.                                       *
      *                                                           *
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHK-STAT.

            SELECT ARCFILE ASSIGN TO ARCFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RAR-KEY
                FILE STATUS IS WS-RAR-STAT.

            SELECT AIXFILE ASSIGN TO AIXFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RAX-KEY
                FILE STATUS IS WS-RAX-STAT.

            SELECT OUTFILE ASSIGN TO OUTFILE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STAT.
       COPY AUDREC001.

       FD AUDRET.
       COPY AUDREC001 REPLACING ==AUDIT-REC== BY ==AUDRET-REC==
                                LEADING ==AUD== BY ==ART==.

       FD AUDARC.
       COPY AUDREC001 REPLACING ==AUDIT-REC== BY ==AUDARC-REC==
                                LEADING ==AUD== BY ==ARC==.

       FD REJIN.
       COPY REJREC001.
            02 HSK-CHK-AUD-CTR   PIC 9(09).
            02 HSK-CHK-REJ-CTR   PIC 9(09).

       FD ARCFILE.
       COPY RARREC001.

       FD AIXFILE.
       COPY RAXREC001.

       FD OUTFILE.
       COPY PRTREC001.
      *
       77 WS-REJ-READ-CTR       PIC 9(09) COMP-3 VALUE ZERO.
       77 WS-REJ-RET-CTR        PIC 9(09) COMP-3 VALUE ZERO.
       77 WS-REJ-PUR-CTR        PIC 9(09) COMP-3 VALUE ZERO.
       77 WS-RAR-PUR-CTR        PIC 9(09) COMP-3 VALUE ZERO.
       77 WS-RAX-PUR-CTR        PIC 9(09) COMP-3 VALUE ZERO.
       77 WS-SKIP-AUD-CTR       PIC 9(09) COMP-3 VALUE ZERO.
       77 WS-SKIP-REJ-CTR       PIC 9(09) COMP-3 VALUE ZERO.
      *    catalog coverage of the archive generation this run is
       77 WS-REJ-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-REJ-EOF-NO        VALUE 'N'.
           88 WS-REJ-EOF-YES       VALUE 'Y'.
       77 WS-PUR-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-PUR-EOF-NO        VALUE 'N'.
           88 WS-PUR-EOF-YES       VALUE 'Y'.
       77 WS-HSK-CHK-INTERVAL   PIC 9(05) COMP-3 VALUE 1000.
       77 WS-HSK-CHK-DIV        PIC 9(09) VALUE ZERO.
       77 WS-HSK-CHK-REM        PIC 9(05) VALUE ZERO.
            PERFORM O0001-READ-REJECT THRU O0001-EXIT
            PERFORM Q0001-PROC-REJECT THRU Q0001-EXIT
                UNTIL WS-REJ-EOF-YES
            PERFORM R0001-PURGE-RPT-ARCHIVE THRU R0001-EXIT
            PERFORM G0001-PRNT-SUMMARY THRU G0001-EXIT
            PERFORM M0003-WRITE-CATALOG THRU M0003-EXIT
            PERFORM M0002-RESET-CHECKPOINT THRU M0002-EXIT

       Q0001-PROC-REJECT.

            IF REJ-STA-RECYCLED OR REJ-STA-RESUBMITTED
      *        corrected and successfully recycled, or closed by
      *        the sender's resubmission -- its work is done and
      *        the audit trail keeps the history, so the entry
      *        leaves the operational reject file
               ADD 1 TO WS-REJ-PUR-CTR
            ELSE
               WRITE REJRET-REC FROM REJECT-REC
       Q0001-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * REPORT ARCHIVE RETENTION: EVERY ARCHIVED LINE AND INDEX   *
      * ENTRY WITH A BUSINESS DATE BEFORE THE AUDIT CUTOFF GOES.  *
      * BOTH FILES ARE KEYED BUSINESS DATE FIRST, SO THE EXPIRED  *
      * ENTRIES ARE THE FRONT OF EACH FILE.  NOT CHECKPOINTED --  *
      * A RESTART REPEATS THE PHASE AND FINDS LESS TO DELETE.     *
      *----------------------------------------------------------*
       R0001-PURGE-RPT-ARCHIVE.

            OPEN I-O ARCFILE

            IF WS-RAR-STAT EQUAL '35'
               GO TO R0001-INDEX
            END-IF

            IF WS-RAR-STAT NOT EQUAL ZEROES
               SET WS-MSG-RPTARC TO TRUE
               MOVE WS-RAR-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            SET WS-PUR-EOF-NO TO TRUE
            MOVE LOW-VALUES TO RAR-KEY
            START ARCFILE KEY IS NOT LESS THAN RAR-KEY
                INVALID KEY SET WS-PUR-EOF-YES TO TRUE
            END-START

            PERFORM R0002-PURGE-RPT-LINE THRU R0002-EXIT
                UNTIL WS-PUR-EOF-YES

            CLOSE ARCFILE
            .
       R0001-INDEX.

            OPEN I-O AIXFILE

            IF WS-RAX-STAT EQUAL '35'
               GO TO R0001-EXIT
            END-IF

            IF WS-RAX-STAT NOT EQUAL ZEROES
               SET WS-MSG-RPTAIX TO TRUE
               MOVE WS-RAX-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            SET WS-PUR-EOF-NO TO TRUE
            MOVE LOW-VALUES TO RAX-KEY
            START AIXFILE KEY IS NOT LESS THAN RAX-KEY
                INVALID KEY SET WS-PUR-EOF-YES TO TRUE
            END-START

            PERFORM R0003-PURGE-RPT-INDEX THRU R0003-EXIT
                UNTIL WS-PUR-EOF-YES

            CLOSE AIXFILE
            .
       R0001-EXIT.
            EXIT.

       R0002-PURGE-RPT-LINE.

            READ ARCFILE NEXT RECORD
                AT END
                    SET WS-PUR-EOF-YES TO TRUE
                    GO TO R0002-EXIT
            END-READ

            IF WS-RAR-STAT NOT EQUAL ZEROES
               SET WS-MSG-RPTARC TO TRUE
               MOVE WS-RAR-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF RAR-BUS-DATE NOT LESS THAN WS-CUTOFF-YYYYMMDD
               SET WS-PUR-EOF-YES TO TRUE
               GO TO R0002-EXIT
            END-IF

            DELETE ARCFILE RECORD

            IF WS-RAR-STAT NOT EQUAL ZEROES
               SET WS-MSG-RPTARC TO TRUE
               MOVE WS-RAR-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-RAR-PUR-CTR
            .
       R0002-EXIT.
            EXIT.

       R0003-PURGE-RPT-INDEX.

            READ AIXFILE NEXT RECORD
                AT END
                    SET WS-PUR-EOF-YES TO TRUE
                    GO TO R0003-EXIT
            END-READ

            IF WS-RAX-STAT NOT EQUAL ZEROES
               SET WS-MSG-RPTAIX TO TRUE
               MOVE WS-RAX-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF RAX-BUS-DATE NOT LESS THAN WS-CUTOFF-YYYYMMDD
               SET WS-PUR-EOF-YES TO TRUE
               GO TO R0003-EXIT
            END-IF

            DELETE AIXFILE RECORD

            IF WS-RAX-STAT NOT EQUAL ZEROES
               SET WS-MSG-RPTAIX TO TRUE
               MOVE WS-RAX-STAT TO WS-ERR-CDE
               SET WS-PROC-WRIT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-RAX-PUR-CTR
            .
       R0003-EXIT.
            EXIT.

       M0001-TAKE-CHECKPOINT.

            ADD WS-AUD-READ-CTR WS-REJ-READ-CTR
            MOVE 'RECYCLED REJECTS PURGED'   TO HKL-LABEL
            MOVE WS-REJ-PUR-CTR              TO HKL-COUNT
            PERFORM G0002-PRNT-COUNT THRU G0002-EXIT

            MOVE 'ARCHIVED REPORT LINES PURGED' TO HKL-LABEL
            MOVE WS-RAR-PUR-CTR              TO HKL-COUNT
            PERFORM G0002-PRNT-COUNT THRU G0002-EXIT

            MOVE 'REPORT INDEX ENTRIES PURGED' TO HKL-LABEL
            MOVE WS-RAX-PUR-CTR              TO HKL-COUNT
            PERFORM G0002-PRNT-COUNT THRU G0002-EXIT
            .
       G0001-EXIT.
            EXIT.
                    SET WS-RC-CHKPT-ERR TO TRUE
               WHEN WS-MSG-BAD-PARM
                    SET WS-RC-CNT-MISMATCH TO TRUE
               WHEN (WS-MSG-RPTARC OR WS-MSG-RPTAIX)
                    AND WS-PROC-OPEN
                    SET WS-RC-OPEN-ERR TO TRUE
               WHEN (WS-MSG-RPTARC OR WS-MSG-RPTAIX)
                    AND WS-PROC-READ
                    SET WS-RC-READ-ERR TO TRUE
               WHEN WS-MSG-RPTARC OR WS-MSG-RPTAIX
                    SET WS-RC-WRITE-ERR TO TRUE
            END-EVALUATE

            MOVE WS-RETURN-CDE TO RETURN-CODE
            DISPLAY '  REJECTS READ............: ' WS-REJ-READ-CTR.
            DISPLAY '  REJECTS RETAINED........: ' WS-REJ-RET-CTR.
            DISPLAY '  RECYCLED PURGED.........: ' WS-REJ-PUR-CTR.
            DISPLAY '  REPORT LINES PURGED.....: ' WS-RAR-PUR-CTR.
            DISPLAY '  REPORT INDEX PURGED.....: ' WS-RAX-PUR-CTR.
            DISPLAY '********************************'.

            MOVE WS-RETURN-CDE TO RETURN-CODE
