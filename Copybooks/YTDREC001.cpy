      *----------------------------------------------------------*
      * YTD-REC -- year-to-date accumulator file, maintained by  *
      * the YTDUPD01 post-step after each daily run.  'R' detail *
      * records carry the per-record year-to-date salary and     *
      * transaction count, keyed like the master on the record   *
      * number and held in ascending YTD-NO order; 'D' records   *
      * follow, one per department bucket in code order, with    *
      * YTD-NO ZERO and the department in YTD-DEPT.  One-off     *
      * payments (bonus, commission) are included in the 'R'     *
      * amount and count, but the buckets split them out: 'D'    *
      * buckets hold regular pay only, and 'P' buckets, written  *
      * after the 'D' ones in code order, hold the one-off       *
      * payments by the department they were booked to.          *
      * Reversals net against the amounts naturally.  YTDRST01   *
      * rolls the file at year start; YTDRPT01 prints the        *
      * statement; BALNCE01 proves the day's accepted total      *
      * against the movement between two generations.            *
      *----------------------------------------------------------*
       01 YTD-REC.
            02 YTD-RECORD-TYPE PIC X(01).
                88 YTD-TYPE-DETAIL VALUE 'R'.
                88 YTD-TYPE-DEPT   VALUE 'D'.
                88 YTD-TYPE-ONEOFF-DEPT
                                   VALUE 'P'.
            02 YTD-NO          PIC 9(09).
            02 YTD-DEPT        PIC X(04).
            02 YTD-AMOUNT      PIC S9(11)V99.
