      *----------------------------------------------------------*
      * OPERATOR-AUTH-REC -- operator authority file entry, one   *
      * per signed-on user id and CICS transaction, held on the   *
      * OPRFILE KSDS keyed on OPR-KEY.  Every screen reads its    *
      * own entry (EIBTRNID + the ASSIGN USERID) before it shows  *
      * or changes anything; no entry means no access.  A denied  *
      * attempt is written to the audit trail as AUD-OUTCM-DENIED.*
      * Maintained on the OPRMNT01 screen and listed for access   *
      * recertification by OPRRVW01.                              *
      *----------------------------------------------------------*
       01 OPERATOR-AUTH-REC.
            02 OPR-KEY.
                05 OPR-USERID      PIC X(08).
                05 OPR-TRANID      PIC X(04).
      *     one Y/N byte per function a screen can offer
            02 OPR-FUNCTIONS.
                05 OPR-FN-INQUIRE  PIC X(01).
                    88 OPR-CAN-INQUIRE  VALUE 'Y'.
                05 OPR-FN-UPDATE   PIC X(01).
                    88 OPR-CAN-UPDATE   VALUE 'Y'.
                05 OPR-FN-DELETE   PIC X(01).
                    88 OPR-CAN-DELETE   VALUE 'Y'.
                05 OPR-FN-APPROVE  PIC X(01).
                    88 OPR-CAN-APPROVE  VALUE 'Y'.
            02 OPR-FN-FLAGS REDEFINES OPR-FUNCTIONS.
                05 OPR-FN-FLAG     PIC X(01) OCCURS 4 TIMES.
            02 OPR-NAME         PIC X(30).
      *     who last granted or changed the entry, and when
            02 OPR-CHANGE-ID    PIC X(08).
            02 OPR-CHANGE-DATE  PIC 9(08).
            02 OPR-CHANGE-TIME  PIC 9(08).
            02 FILLER           PIC X(10).
