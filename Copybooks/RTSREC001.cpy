      *----------------------------------------------------------*
      * RETURN-TO-SENDER FILE LAYOUTS -- the fixed 240-byte       *
      * format RTSGEN01 cuts daily for each source system, of     *
      * that day's rejects the sender has to fix: one 'H' header  *
      * (our sender id, the source system addressed, creation     *
      * date), one 'D' detail per returned reject, and one 'T'    *
      * trailer carrying the record count and the hash total of   *
      * the record numbers -- the vendor file's check, on the key *
      * because a rejected amount may not be numeric.  The first  *
      * 193 bytes of a detail are an INREC001 detail exactly as   *
      * the multi-record-type feed carries it ('D' type byte and  *
      * the 192-byte INPUT-REC), so the sender can correct and    *
      * resubmit the image as is; the reason code, rules-engine   *
      * rule id and reason text follow it.                        *
      *----------------------------------------------------------*
       01 RTS-HEADER-LAYOUT.
            02 RTH-RECORD-TYPE  PIC X(01).
            02 RTH-SENDER-ID    PIC X(08).
            02 RTH-SOURCE-SYS   PIC X(02).
            02 RTH-CREATE-DATE  PIC 9(08).
            02 FILLER           PIC X(221).

       01 RTS-DETAIL-LAYOUT.
            02 RTD-RECORD-TYPE  PIC X(01).
            02 RTD-INPUT-IMAGE.
                05 RTD-NO           PIC 9(09).
                05 RTD-TIMESTAMP.
                    10 RTD-TS-DATE  PIC X(10).
                    10 FILLER       PIC X(01).
                    10 RTD-TS-TIME  PIC X(05).
                    10 FILLER       PIC X(10).
                05 FILLER           PIC X(01).
                05 RTD-DATE         PIC X(10).
                05 FILLER           PIC X(01).
                05 RTD-NUMERIC      PIC S9(9)V99 COMP-3.
                05 FILLER           PIC X(03).
                05 RTD-VARCHAR      PIC X(100).
                05 FILLER           PIC X(03).
                05 RTD-CHAR         PIC X(30).
                05 FILLER           PIC X(03).
            02 RTD-REASON-CDE   PIC 9(02).
            02 RTD-RULE-ID      PIC X(04).
            02 RTD-REASON-TEXT  PIC X(30).
            02 FILLER           PIC X(11).

       01 RTS-TRAILER-LAYOUT.
            02 RTT-RECORD-TYPE  PIC X(01).
            02 RTT-REC-COUNT    PIC 9(07).
            02 RTT-HASH-TOTAL   PIC 9(15).
            02 FILLER           PIC X(217).
