      *----------------------------------------------------------*
      * WAGE-FILING-CONTROL-REC -- one entry per tax year for     *
      * which WAGEFL01 has cut the year-end statutory wage file,  *
      * appended at clean end of job the same way GLPOST01 keeps  *
      * its period control file.  WAGEFL01 refuses a tax year     *
      * already on the file; YTDRST01 refuses to roll a year that *
      * is not on it, or whose employee count and wage total no   *
      * longer agree with the accumulator it is about to close.   *
      *----------------------------------------------------------*
       01 WAGE-FILING-CONTROL-REC.
            02 WFC-TAX-YEAR    PIC 9(04).
            02 WFC-FILE-DATE   PIC 9(08).
            02 WFC-EMPLOYER-CTR
                               PIC 9(05).
            02 WFC-EMPLOYEE-CTR
                               PIC 9(07).
            02 WFC-WAGE-TOTAL  PIC S9(13)V99.
            02 FILLER          PIC X(11).
