           02 FILLER REDEFINES RMRULEF.
               03 RMRULEA           PIC X.
           02 RMRULEI               PIC X(04).
           02 RMPAYL                PIC S9(4) COMP.
           02 RMPAYF                PIC X.
           02 FILLER REDEFINES RMPAYF.
               03 RMPAYA            PIC X.
           02 RMPAYI                PIC X(18).

       01 RJCRMAPO REDEFINES RJCRMAPI.
           02 FILLER            PIC X(12).
           02 RMVARO                  PIC X(60).
           02 FILLER                   PIC X(03).
           02 RMRULEO                  PIC X(04).
           02 FILLER                   PIC X(03).
           02 RMPAYO                   PIC X(18).
