            02 RUN-SALARY-TOTAL  PIC S9(11)V99.
            02 RUN-ELAPSED-SECS  PIC 9(07).
            02 RUN-RETURN-CDE    PIC 9(02).
      *     one-off payments accepted by the run and their total in
      *     the functional currency -- appended to the record, so
      *     lines written before payments were carried read as
      *     spaces here and are taken as zero
            02 RUN-ONEOFF-CTR    PIC 9(07).
            02 RUN-ONEOFF-TOTAL  PIC S9(11)V99.
