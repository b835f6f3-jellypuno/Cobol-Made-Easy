      *----------------------------------------------------------*
      * REPORT-ARCHIVE-REC -- one printed line of an archived     *
      * report, as ARCLOD01 loads it off the day's print files:   *
      * keyed on business date / report / company / page / line   *
      * so a page is one generic key range.  The line is the full *
      * 133-byte print image (ASA byte first) exactly as printed. *
      * Report ids: REGISTER (the daily PRTREC001 report), TOPN   *
      * (the top-N ranking) and BUNDLES (the RPTDST01 bundles).   *
      * Entries before the HSKEEP01 audit retention cutoff are    *
      * purged by that step.                                      *
      *----------------------------------------------------------*
       01 REPORT-ARCHIVE-REC.
            02 RAR-KEY.
                05 RAR-BUS-DATE    PIC 9(08).
                05 RAR-REPORT-ID   PIC X(08).
                05 RAR-COMPANY     PIC X(03).
                05 RAR-PAGE-NO     PIC 9(05).
                05 RAR-LINE-NO     PIC 9(03).
            02 RAR-LINE-TEXT       PIC X(133).
            02 FILLER              PIC X(10).
