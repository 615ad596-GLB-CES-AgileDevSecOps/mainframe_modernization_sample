            05 BIRTHDTA              PIC X.
          02 FILLER           PIC X(2).
          02 BIRTHDTI              PIC X(10).
          02 GENDERL              PIC S9(4) COMP.
          02 GENDERF              PIC X.
          02 FILLER REDEFINES GENDERF.
            05 GENDERA              PIC X.
          02 FILLER           PIC X(2).
          02 GENDERI              PIC X(1).
          02 PRIEMPL              PIC S9(4) COMP.
          02 PRIEMPF              PIC X.
          02 FILLER REDEFINES PRIEMPF.
            05 PRIEMPA              PIC X.
          02 FILLER           PIC X(2).
          02 PRIEMPI              PIC X(8).
          02 PRISVCL              PIC S9(4) COMP.
          02 PRISVCF              PIC X.
          02 FILLER REDEFINES PRISVCF.
            05 PRISVCA              PIC X.
          02 FILLER           PIC X(2).
          02 PRISVCI              PIC 9(5).
          02 MSGLINL              PIC S9(4) COMP.
          02 MSGLINF              PIC X.
          02 FILLER REDEFINES MSGLINF.
          02 BIRTHDTH              PIC X.
          02 BIRTHDTO              PIC X(10).
          02 FILLER                PIC X(3).
          02 GENDERC              PIC X.
          02 GENDERH              PIC X.
          02 GENDERO              PIC X(1).
          02 FILLER                PIC X(3).
          02 PRIEMPC              PIC X.
          02 PRIEMPH              PIC X.
          02 PRIEMPO              PIC X(8).
          02 FILLER                PIC X(3).
          02 PRISVCC              PIC X.
          02 PRISVCH              PIC X.
          02 PRISVCO              PIC 9(5).
          02 FILLER                PIC X(3).
          02 MSGLINC              PIC X.
          02 MSGLINH              PIC X.
          02 MSGLINO              PIC X(50).
