            05 EMAILA              PIC X.
          02 FILLER           PIC X(2).
          02 EMAILI              PIC X(30).
          02 ESLIPL              PIC S9(4) COMP.
          02 ESLIPF              PIC X.
          02 FILLER REDEFINES ESLIPF.
            05 ESLIPA              PIC X.
          02 FILLER           PIC X(2).
          02 ESLIPI              PIC X(1).
          02 EMLSTL              PIC S9(4) COMP.
          02 EMLSTF              PIC X.
          02 FILLER REDEFINES EMLSTF.
            05 EMLSTA              PIC X.
          02 FILLER           PIC X(2).
          02 EMLSTI              PIC X(1).
          02 MSGLINL              PIC S9(4) COMP.
          02 MSGLINF              PIC X.
          02 FILLER REDEFINES MSGLINF.
          02 EMAILH              PIC X.
          02 EMAILO              PIC X(30).
          02 FILLER                PIC X(3).
          02 ESLIPC              PIC X.
          02 ESLIPH              PIC X.
          02 ESLIPO              PIC X(1).
          02 FILLER                PIC X(3).
          02 EMLSTC              PIC X.
          02 EMLSTH              PIC X.
          02 EMLSTO              PIC X(1).
          02 FILLER                PIC X(3).
          02 MSGLINC              PIC X.
          02 MSGLINH              PIC X.
          02 MSGLINO              PIC X(50).
