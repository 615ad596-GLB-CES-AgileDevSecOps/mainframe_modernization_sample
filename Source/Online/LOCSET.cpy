            05 PAYFRQA              PIC X.
          02 FILLER           PIC X(2).
          02 PAYFRQI              PIC X(1).
          02 PTSTATL              PIC S9(4) COMP.
          02 PTSTATF              PIC X.
          02 FILLER REDEFINES PTSTATF.
            05 PTSTATA              PIC X.
          02 FILLER           PIC X(2).
          02 PTSTATI              PIC X(3).
          02 MSGLINL              PIC S9(4) COMP.
          02 MSGLINF              PIC X.
          02 FILLER REDEFINES MSGLINF.
          02 PAYFRQH              PIC X.
          02 PAYFRQO              PIC X(1).
          02 FILLER                PIC X(3).
          02 PTSTATC              PIC X.
          02 PTSTATH              PIC X.
          02 PTSTATO              PIC X(3).
          02 FILLER                PIC X(3).
          02 MSGLINC              PIC X.
          02 MSGLINH              PIC X.
          02 MSGLINO              PIC X(50).
