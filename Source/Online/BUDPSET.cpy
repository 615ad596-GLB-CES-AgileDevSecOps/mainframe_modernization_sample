            05 PLNCSTA              PIC X.
          02 FILLER           PIC X(2).
          02 PLNCSTI              PIC 9(9)V99.
          02 MRTBUDL              PIC S9(4) COMP.
          02 MRTBUDF              PIC X.
          02 FILLER REDEFINES MRTBUDF.
            05 MRTBUDA              PIC X.
          02 FILLER           PIC X(2).
          02 MRTBUDI              PIC 9(7)V99.
          02 MSGLINL              PIC S9(4) COMP.
          02 MSGLINF              PIC X.
          02 FILLER REDEFINES MSGLINF.
          02 PLNCSTH              PIC X.
          02 PLNCSTO              PIC 9(9)V99.
          02 FILLER                PIC X(3).
          02 MRTBUDC              PIC X.
          02 MRTBUDH              PIC X.
          02 MRTBUDO              PIC 9(7)V99.
          02 FILLER                PIC X(3).
          02 MSGLINC              PIC X.
          02 MSGLINH              PIC X.
          02 MSGLINO              PIC X(50).
