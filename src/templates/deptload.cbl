      *----------------------------------------------------------*
      * DEPARTMENT REFERENCE FILE LOADER.  READS 80-BYTE CARDS   *
      * (COLS 1-4 DEPARTMENT CODE, COLS 6-35 DEPARTMENT NAME,    *
      * COLS 37-39 OWNING COMPANY, BLANK WHEN THE DEPARTMENT IS  *
      * NOT RECHARGED, '*' IN COL 1 FOR A COMMENT CARD) AND      *
      * WRITES THE DEPT-REC (DEPREC001) REFERENCE FILE THE DAILY *
      * RUN VALIDATES IR-DEPT-CODE AGAINST AND GLPOST01 TAKES    *
      * DEPARTMENT OWNERSHIP FROM.  CARDS MUST ARRIVE IN         *
      * ASCENDING CODE ORDER WITH NO DUPLICATES -- A BAD CARD    *
      * FAILS THE LOAD SO A HALF-BUILT REFERENCE FILE NEVER      *
      * REACHES THE DAILY RUN.                                   *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            02 CARD-DEP-CODE   PIC X(04).
            02 FILLER          PIC X(01).
            02 CARD-DEP-NAME   PIC X(30).
            02 FILLER          PIC X(01).
            02 CARD-DEP-COMPANY
                               PIC X(03).
            02 FILLER          PIC X(41).

       FD DEPFILE.
       COPY DEPREC001.
            MOVE CARD-DEP-CODE TO WS-PREV-DEP-CODE
            MOVE CARD-DEP-CODE TO DEP-CODE
            MOVE CARD-DEP-NAME TO DEP-NAME
            MOVE CARD-DEP-COMPANY TO DEP-COMPANY-CODE

            WRITE DEPT-REC

