      * into the in-storage department table by C0002-LOAD-DEPT-  *
      * TABLE at startup when the department-validation option    *
      * is generated, and maintained by the DEPTLD01 loader.      *
      * DEP-COMPANY-CODE is the operating company that owns the   *
      * department (== CMP-CODE on the company control file);     *
      * GLPOST01 recharges the salary of anyone employed by       *
      * another company to it.  Spaces mean no owner is held, so  *
      * the department is never recharged.                        *
      *----------------------------------------------------------*
       01 DEPT-REC.
            02 DEP-CODE        PIC X(04).
            02 DEP-NAME        PIC X(30).
            02 DEP-COMPANY-CODE
                               PIC X(03).
