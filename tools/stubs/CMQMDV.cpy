      *----------------------------------------------------------*
           10 MQMD-STRUCID      PIC X(04) VALUE 'MD  '.
           10 MQMD-VERSION      PIC S9(09) BINARY VALUE 1.
           10 MQMD-REPORT       PIC S9(09) BINARY VALUE ZERO.
           10 MQMD-MSGTYPE      PIC S9(09) BINARY VALUE 8.
           10 MQMD-EXPIRY       PIC S9(09) BINARY VALUE -1.
           10 MQMD-FEEDBACK     PIC S9(09) BINARY VALUE ZERO.
           10 MQMD-ENCODING     PIC S9(09) BINARY VALUE 785.
           10 MQMD-CODEDCHARSETID
                                PIC S9(09) BINARY VALUE ZERO.
           10 MQMD-FORMAT       PIC X(08) VALUE SPACES.
           10 MQMD-PRIORITY     PIC S9(09) BINARY VALUE -1.
           10 MQMD-PERSISTENCE  PIC S9(09) BINARY VALUE 2.
           10 MQMD-MSGID        PIC X(24) VALUE LOW-VALUES.
           10 MQMD-CORRELID     PIC X(24) VALUE LOW-VALUES.
           10 MQMD-BACKOUTCOUNT PIC S9(09) BINARY VALUE ZERO.
           10 MQMD-REPLYTOQ     PIC X(48) VALUE SPACES.
           10 MQMD-REPLYTOQMGR  PIC X(48) VALUE SPACES.
