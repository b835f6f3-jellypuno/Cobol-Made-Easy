                88 REJ-RSN-RULE-FAIL    VALUE 09.
                88 REJ-RSN-BAD-COMPANY  VALUE 12.
                88 REJ-RSN-ORPHAN-REV   VALUE 13.
                88 REJ-RSN-NO-FX-RATE   VALUE 14.
      *         one-off payment feed edits (OTPREC001); a payment
      *         with no exchange rate for the day rejects under 14
      *         like a salary record does
                88 REJ-RSN-BAD-PAY-TYPE VALUE 15.
                88 REJ-RSN-PAY-NO-MASTR VALUE 16.
                88 REJ-RSN-BAD-PAY-AMT  VALUE 17.
                88 REJ-RSN-BAD-PAY-DATE VALUE 18.
                88 REJ-RSN-NO-APPROVAL  VALUE 19.
                88 REJ-RSN-BAD-PAY-DEPT VALUE 20.
                88 REJ-RSN-PAYMENT      VALUE 15 THRU 20.
      *         a salary record or payment for a master record
      *         DORMNT01 has marked inactive, held out until the
      *         record is reactivated on MSTMNT01
                88 REJ-RSN-INACTIVE     VALUE 21.
            02 REJ-NO          PIC 9(09).
            02 REJ-TIMESTAMP.
                05 REJ-TS-DATE PIC X(10).
            02 REJ-DATE        PIC X(10).
            02 REJ-NUMERIC     PIC S9(9)V99.
            02 REJ-VARCHAR     PIC X(100).
      *     the kind of record rejected, set by the program writing
      *     the reject and never by the feed: carved out of the last
      *     byte of the INREC001 filler inside REJ-VARCHAR, so the
      *     record length is unchanged.  That, not the reason code,
      *     is the payment test -- a payment can also reject under
      *     14 or 21.
            02 REJ-VARCHAR-KIND REDEFINES REJ-VARCHAR.
                05 FILLER               PIC X(99).
                05 REJ-REC-KIND         PIC X(01).
                    88 REJ-SAL-REJECT       VALUE 'S'.
                    88 REJ-PAY-REJECT       VALUE 'P'.
            02 REJ-CHAR        PIC X(30).
      *     a rejected one-off payment carries the payment fields
      *     the salary image has no room for in REJ-CHAR.  REJ-DATE
      *     is then the pay date, REJ-NUMERIC the amount, and
      *     REJ-VARCHAR carries the name, department, source
      *     system and company at their INREC001 positions.
            02 REJ-PAY-FIELDS REDEFINES REJ-CHAR.
                05 FILLER               PIC X(01).
                05 REJ-PAY-TYPE         PIC X(02).
                05 REJ-PAY-APPROVAL-REF PIC X(12).
                05 REJ-PAY-DEPT-OVERRIDE
                                        PIC X(04).
                05 FILLER               PIC X(11).
      *     REJ-STATUS tracks the record through the correction
      *     cycle: J0001-REJECT-REC writes it OPEN, the RJCORR01
      *     screen flips it to CORRECTED on a successful rewrite,
      *     and the RJRECY01 recycle step flips it to RECYCLED
      *     once the record has passed validation and landed in
      *     the business output.  An OPEN record the RTSGEN01
      *     return-to-sender step sends back goes WITH-SENDER --
      *     the fix is the sender's, not ours -- and the daily run
      *     flips it to RESUBMITTED (closed) when the sender's
      *     resubmission of the same record number arrives.
            02 REJ-STATUS      PIC X(01).
                88 REJ-STA-OPEN         VALUE 'O'.
                88 REJ-STA-CORRECTED    VALUE 'C'.
                88 REJ-STA-RECYCLED     VALUE 'R'.
                88 REJ-STA-WITH-SENDER  VALUE 'S'.
                88 REJ-STA-RESUBMITTED  VALUE 'X'.
      *     when the table-driven rules engine rejected the record,
      *     the id of the rule that fired -- spaces for the built-in
      *     edits -- so the corrector knows exactly which edit to
