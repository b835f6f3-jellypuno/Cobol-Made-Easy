                                PIC S9(09) BINARY VALUE 4.
           10 MQPMO-FAIL-IF-QUIESCING
                                PIC S9(09) BINARY VALUE 8192.
           10 MQCC-WARNING      PIC S9(09) BINARY VALUE 1.
           10 MQRC-TRUNCATED-MSG-ACCEPTED
                                PIC S9(09) BINARY VALUE 2079.
           10 MQGMO-WAIT        PIC S9(09) BINARY VALUE 1.
           10 MQGMO-ACCEPT-TRUNCATED-MSG
                                PIC S9(09) BINARY VALUE 64.
           10 MQMT-REQUEST      PIC S9(09) BINARY VALUE 1.
           10 MQMT-REPLY        PIC S9(09) BINARY VALUE 2.
           10 MQFMT-STRING      PIC X(08) VALUE 'MQSTR   '.
           10 MQENC-NATIVE      PIC S9(09) BINARY VALUE 785.
           10 MQCCSI-Q-MGR      PIC S9(09) BINARY VALUE 0.
           10 MQRO-NONE         PIC S9(09) BINARY VALUE 0.
           10 MQCO-NONE         PIC S9(09) BINARY VALUE 0.
