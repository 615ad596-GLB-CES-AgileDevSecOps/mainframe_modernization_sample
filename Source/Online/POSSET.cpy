            05 AUTHHCA              PIC X.
          02 FILLER           PIC X(2).
          02 AUTHHCI              PIC 9(5).
          02 KEYPOSL              PIC S9(4) COMP.
          02 KEYPOSF              PIC X.
          02 FILLER REDEFINES KEYPOSF.
            05 KEYPOSA              PIC X.
          02 FILLER           PIC X(2).
          02 KEYPOSI              PIC X(1).
          02 MSGLINL              PIC S9(4) COMP.
          02 MSGLINF              PIC X.
          02 FILLER REDEFINES MSGLINF.
          02 AUTHHCH              PIC X.
          02 AUTHHCO              PIC 9(5).
          02 FILLER                PIC X(3).
          02 KEYPOSC              PIC X.
          02 KEYPOSH              PIC X.
          02 KEYPOSO              PIC X(1).
          02 FILLER                PIC X(3).
          02 MSGLINC              PIC X.
          02 MSGLINH              PIC X.
          02 MSGLINO              PIC X(50).
