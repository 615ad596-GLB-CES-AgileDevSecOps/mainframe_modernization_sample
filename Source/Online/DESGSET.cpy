            05 GRSPAYA              PIC X.
          02 FILLER           PIC X(2).
          02 GRSPAYI              PIC 9(7)V99.
          02 BNDMINL              PIC S9(4) COMP.
          02 BNDMINF              PIC X.
          02 FILLER REDEFINES BNDMINF.
            05 BNDMINA              PIC X.
          02 FILLER           PIC X(2).
          02 BNDMINI              PIC 9(5)V99.
          02 BNDMIDL              PIC S9(4) COMP.
          02 BNDMIDF              PIC X.
          02 FILLER REDEFINES BNDMIDF.
            05 BNDMIDA              PIC X.
          02 FILLER           PIC X(2).
          02 BNDMIDI              PIC 9(5)V99.
          02 BNDMAXL              PIC S9(4) COMP.
          02 BNDMAXF              PIC X.
          02 FILLER REDEFINES BNDMAXF.
            05 BNDMAXA              PIC X.
          02 FILLER           PIC X(2).
          02 BNDMAXI              PIC 9(5)V99.
          02 SYSOUTL              PIC S9(4) COMP.
          02 SYSOUTF              PIC X.
          02 FILLER REDEFINES SYSOUTF.
          02 GRSPAYH              PIC X.
          02 GRSPAYO              PIC 9(7)V99.
          02 FILLER                PIC X(3).
          02 BNDMINC              PIC X.
          02 BNDMINH              PIC X.
          02 BNDMINO              PIC 9(5)V99.
          02 FILLER                PIC X(3).
          02 BNDMIDC              PIC X.
          02 BNDMIDH              PIC X.
          02 BNDMIDO              PIC 9(5)V99.
          02 FILLER                PIC X(3).
          02 BNDMAXC              PIC X.
          02 BNDMAXH              PIC X.
          02 BNDMAXO              PIC 9(5)V99.
          02 FILLER                PIC X(3).
          02 SYSOUTC              PIC X.
          02 SYSOUTH              PIC X.
          02 SYSOUTO              PIC X(60).
