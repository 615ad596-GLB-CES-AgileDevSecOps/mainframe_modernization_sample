            05 EMPCDA              PIC X.
          02 FILLER           PIC X(2).
          02 EMPCDI              PIC X(8).
          02 ACCTSQL              PIC S9(4) COMP.
          02 ACCTSQF              PIC X.
          02 FILLER REDEFINES ACCTSQF.
            05 ACCTSQA              PIC X.
          02 FILLER           PIC X(2).
          02 ACCTSQI              PIC X(1).
          02 ACCTNOL              PIC S9(4) COMP.
          02 ACCTNOF              PIC X.
          02 FILLER REDEFINES ACCTNOF.
            05 ACCTNMA              PIC X.
          02 FILLER           PIC X(2).
          02 ACCTNMI              PIC X(30).
          02 SPLTYPL              PIC S9(4) COMP.
          02 SPLTYPF              PIC X.
          02 FILLER REDEFINES SPLTYPF.
            05 SPLTYPA              PIC X.
          02 FILLER           PIC X(2).
          02 SPLTYPI              PIC X(1).
          02 SPLVALL              PIC S9(4) COMP.
          02 SPLVALF              PIC X.
          02 FILLER REDEFINES SPLVALF.
            05 SPLVALA              PIC X.
          02 FILLER           PIC X(2).
          02 SPLVALI              PIC 9(7).
          02 PRIORL              PIC S9(4) COMP.
          02 PRIORF              PIC X.
          02 FILLER REDEFINES PRIORF.
            05 PRIORA              PIC X.
          02 FILLER           PIC X(2).
          02 PRIORI              PIC 9(2).
          02 MSGLINL              PIC S9(4) COMP.
          02 MSGLINF              PIC X.
          02 FILLER REDEFINES MSGLINF.
          02 EMPCDH              PIC X.
          02 EMPCDO              PIC X(8).
          02 FILLER                PIC X(3).
          02 ACCTSQC              PIC X.
          02 ACCTSQH              PIC X.
          02 ACCTSQO              PIC X(1).
          02 FILLER                PIC X(3).
          02 ACCTNOC              PIC X.
          02 ACCTNOH              PIC X.
          02 ACCTNOO              PIC X(16).
          02 ACCTNMH              PIC X.
          02 ACCTNMO              PIC X(30).
          02 FILLER                PIC X(3).
          02 SPLTYPC              PIC X.
          02 SPLTYPH              PIC X.
          02 SPLTYPO              PIC X(1).
          02 FILLER                PIC X(3).
          02 SPLVALC              PIC X.
          02 SPLVALH              PIC X.
          02 SPLVALO              PIC 9(7).
          02 FILLER                PIC X(3).
          02 PRIORC              PIC X.
          02 PRIORH              PIC X.
          02 PRIORO              PIC 9(2).
          02 FILLER                PIC X(3).
          02 MSGLINC              PIC X.
          02 MSGLINH              PIC X.
          02 MSGLINO              PIC X(50).
