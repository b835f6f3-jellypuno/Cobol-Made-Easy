      *----------------------------------------------------------*
      * CHANGE-JOURNAL-REC -- one entry per change made to the    *
      * master file, holding the full MASTER-REC image before     *
      * and after the change.  AUDREC001 says THAT a record was   *
      * touched; this says WHAT changed.  Written by the master   *
      * update run (adds, changes, deletes, approved salaries),   *
      * the MSTMNT01 screen, DPTXFR01, REKEY01, MRTINC01 and      *
      * DORMNT01, and read by the JRNRPT01 field-difference       *
      * report.                                                   *
      *                                                           *
      * An add has a blank before image, a delete a blank after   *
      * image.  A rekey carries the number it had before in       *
      * JRN-OLD-NO; every other entry has JRN-OLD-NO = JRN-NO.    *
      * A merit raise adds a version: the before image is the     *
      * version it was raised from, the after image the new one.  *
      * DORMNT01 inactivating an idle record and MSTMNT01         *
      * reactivating it journal the status change the same way.   *
      * JRN-OPERATOR is the signed-on user for the online screen  *
      * and spaces for batch, where JRN-SOURCE-SYS names the      *
      * sending system when there is one.  The images are laid    *
      * out field-for-field as MSTREC001 (including the           *
      * effective-date suffix, spaces when not in use) -- keep    *
      * the two in step.                                          *
      *----------------------------------------------------------*
       01 CHANGE-JOURNAL-REC.
            02 JRN-NO           PIC 9(09).
            02 JRN-DATE         PIC 9(08).
            02 JRN-TIME         PIC 9(08).
            02 JRN-PROGRAM-ID   PIC X(08).
            02 JRN-OPERATOR     PIC X(08).
            02 JRN-SOURCE-SYS   PIC X(02).
            02 JRN-ACTION       PIC X(01).
                88 JRN-ACT-ADD       VALUE 'A'.
                88 JRN-ACT-CHANGE    VALUE 'C'.
                88 JRN-ACT-DELETE    VALUE 'D'.
                88 JRN-ACT-XFER      VALUE 'T'.
                88 JRN-ACT-REKEY     VALUE 'K'.
                88 JRN-ACT-RAISE     VALUE 'R'.
                88 JRN-ACT-INACTIVATE VALUE 'I'.
                88 JRN-ACT-REACTIVATE VALUE 'V'.
            02 JRN-OLD-NO       PIC 9(09).
            02 FILLER           PIC X(07).
            02 JRN-BEFORE-IMAGE PIC X(202).
            02 JRN-BEFORE-FIELDS REDEFINES JRN-BEFORE-IMAGE.
               05 JB-NO               PIC 9(09).
               05 JB-TS-DATE          PIC X(10).
               05 FILLER              PIC X(01).
               05 JB-TS-TIME          PIC X(05).
               05 FILLER              PIC X(10).
               05 FILLER              PIC X(01).
               05 JB-DATE             PIC X(10).
               05 FILLER              PIC X(01).
               05 JB-NUMERIC          PIC S9(9)V99 COMP-3.
               05 JB-NUMERIC-X REDEFINES JB-NUMERIC
                                      PIC X(06).
               05 FILLER              PIC X(03).
               05 JB-NAME             PIC X(12).
               05 JB-ADDRESS-LINE-1   PIC X(18).
               05 JB-ADDRESS-LINE-2   PIC X(18).
               05 JB-DEPT-CODE        PIC X(04).
               05 JB-SOURCE-SYS       PIC X(02).
               05 JB-COMPANY-CODE     PIC X(03).
               05 JB-PAY-FREQ         PIC X(01).
               05 FILLER              PIC X(42).
               05 JB-STATUS           PIC X(01).
               05 FILLER              PIC X(02).
               05 JB-CHAR             PIC X(30).
               05 FILLER              PIC X(03).
               05 JB-EFF-DATE         PIC X(10).
            02 JRN-AFTER-IMAGE  PIC X(202).
            02 JRN-AFTER-FIELDS REDEFINES JRN-AFTER-IMAGE.
               05 JA-NO               PIC 9(09).
               05 JA-TS-DATE          PIC X(10).
               05 FILLER              PIC X(01).
               05 JA-TS-TIME          PIC X(05).
               05 FILLER              PIC X(10).
               05 FILLER              PIC X(01).
               05 JA-DATE             PIC X(10).
               05 FILLER              PIC X(01).
               05 JA-NUMERIC          PIC S9(9)V99 COMP-3.
               05 JA-NUMERIC-X REDEFINES JA-NUMERIC
                                      PIC X(06).
               05 FILLER              PIC X(03).
               05 JA-NAME             PIC X(12).
               05 JA-ADDRESS-LINE-1   PIC X(18).
               05 JA-ADDRESS-LINE-2   PIC X(18).
               05 JA-DEPT-CODE        PIC X(04).
               05 JA-SOURCE-SYS       PIC X(02).
               05 JA-COMPANY-CODE     PIC X(03).
               05 JA-PAY-FREQ         PIC X(01).
               05 FILLER              PIC X(42).
               05 JA-STATUS           PIC X(01).
               05 FILLER              PIC X(02).
               05 JA-CHAR             PIC X(30).
               05 FILLER              PIC X(03).
               05 JA-EFF-DATE         PIC X(10).
