      *----------------------------------------------------------*
      * REPORT-ARCHIVE-INDEX-REC -- the report archive's index,   *
      * one entry per business date / report / company /          *
      * department with the page range the department occupies    *
      * in the archived report (RARREC001).  RAX-DEPT of spaces   *
      * is the whole report; '****' is the RPTDST01 catch-all     *
      * bundle.  The company is the operating company the         *
      * archived run reported for (spaces when the run covers     *
      * them all).  Written by ARCLOD01, browsed by ARCINQ01 and  *
      * read by the ARCPRT01 reprint; purged with the report      *
      * lines at the HSKEEP01 audit retention cutoff.             *
      *----------------------------------------------------------*
       01 REPORT-ARCHIVE-INDEX-REC.
            02 RAX-KEY.
                05 RAX-BUS-DATE    PIC 9(08).
                05 RAX-REPORT-ID   PIC X(08).
                   88 RAX-RPT-REGISTER     VALUE 'REGISTER'.
                   88 RAX-RPT-TOPN         VALUE 'TOPN    '.
                   88 RAX-RPT-BUNDLES      VALUE 'BUNDLES '.
                05 RAX-COMPANY     PIC X(03).
                05 RAX-DEPT        PIC X(04).
                   88 RAX-WHOLE-REPORT     VALUE SPACES.
            02 RAX-FIRST-PAGE      PIC 9(05).
            02 RAX-LAST-PAGE       PIC 9(05).
            02 RAX-LINE-CTR        PIC 9(07).
            02 RAX-ARCH-DATE       PIC 9(08).
            02 RAX-ARCH-TIME       PIC 9(08).
            02 FILLER              PIC X(24).
