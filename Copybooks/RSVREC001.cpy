      *----------------------------------------------------------*
      * RECORD STATUS SERVICE MESSAGES -- the request a caller   *
      * puts on the RECSRV01 input queue and the reply put back  *
      * on that message's reply-to queue, correlation id = the   *
      * request's message id.  Both are MQFMT-STRING: every      *
      * field is character so the queue manager can convert      *
      * them between code pages; the salary goes as an edited,   *
      * leading-sign amount for the same reason.                 *
      *----------------------------------------------------------*
       01 RSV-REQUEST-MSG.
      *     'STATUS' asks for one record; 'SHUTDOWN' (first eight
      *     bytes, as on the intraday input queue) stops the server
            02 RSQ-FUNCTION     PIC X(08).
                88 RSQ-FN-STATUS       VALUE 'STATUS'.
                88 RSQ-FN-SHUTDOWN     VALUE 'SHUTDOWN'.
            02 RSQ-NO-TEXT      PIC X(09).
            02 RSQ-NO REDEFINES RSQ-NO-TEXT
                                PIC 9(09).
      *     free-form caller reference, echoed on the reply
            02 RSQ-REQUESTER    PIC X(08).
            02 FILLER           PIC X(07).

       01 RSV-REPLY-MSG.
            02 RSR-RETURN-CDE   PIC X(02).
                88 RSR-RC-FOUND        VALUE '00'.
                88 RSR-RC-NOT-FOUND    VALUE '04'.
                88 RSR-RC-BUSY         VALUE '08'.
                88 RSR-RC-MALFORMED    VALUE '12'.
                88 RSR-RC-SVC-ERROR    VALUE '16'.
            02 RSR-MESSAGE      PIC X(40).
            02 RSR-REQUESTER    PIC X(08).
            02 RSR-NO-KEYED     PIC X(09).
      *     the number the record is held under today -- differs
      *     from the keyed one when REKEY01 renumbered it
            02 RSR-NO-CURRENT   PIC 9(09).
            02 RSR-XREF-SW      PIC X(01).
                88 RSR-XREF-FOLLOWED   VALUE 'Y'.
            02 RSR-MASTER.
                05 RSR-MST-SW          PIC X(01).
                    88 RSR-MST-FOUND       VALUE 'Y'.
                05 RSR-MST-TS-DATE     PIC X(10).
                05 RSR-MST-TS-TIME     PIC X(05).
                05 RSR-MST-DATE        PIC X(10).
                05 RSR-MST-SALARY      PIC -999999999.99.
                05 RSR-MST-NAME        PIC X(12).
                05 RSR-MST-ADDRESS-1   PIC X(18).
                05 RSR-MST-ADDRESS-2   PIC X(18).
                05 RSR-MST-DEPT-CODE   PIC X(04).
                05 RSR-MST-SOURCE-SYS  PIC X(02).
                05 RSR-MST-COMPANY     PIC X(03).
                05 RSR-MST-CHAR        PIC X(30).
      *     the most recent audit trail entry across the keyed
      *     number and its cross-referenced equivalents
            02 RSR-AUDIT.
                05 RSR-AUD-SW          PIC X(01).
                    88 RSR-AUD-FOUND       VALUE 'Y'.
                05 RSR-AUD-NO          PIC 9(09).
                05 RSR-AUD-DATE        PIC 9(08).
                05 RSR-AUD-TIME        PIC 9(08).
                05 RSR-AUD-PROGRAM     PIC X(08).
                05 RSR-AUD-OUTCOME     PIC 9(02).
                05 RSR-AUD-OUTCOME-TXT PIC X(20).
                05 RSR-AUD-USER        PIC X(08).
      *     an open (uncorrected) reject, newest number first
            02 RSR-REJECT.
                05 RSR-REJ-SW          PIC X(01).
                    88 RSR-REJ-OPEN        VALUE 'Y'.
                05 RSR-REJ-NO          PIC 9(09).
                05 RSR-REJ-REASON      PIC 9(02).
                05 RSR-REJ-RULE-ID     PIC X(04).
                05 RSR-REJ-TS-DATE     PIC X(10).
      *     the master's status ('I' once DORMNT01 has marked it
      *     inactive) and pay frequency, carved out of the filler
      *     so the reply length is unchanged -- spaces when no
      *     master was found
            02 RSR-MST-STATUS   PIC X(01).
                88 RSR-MST-INACTIVE    VALUE 'I'.
            02 RSR-MST-PAY-FREQ PIC X(01).
            02 FILLER           PIC X(18).
