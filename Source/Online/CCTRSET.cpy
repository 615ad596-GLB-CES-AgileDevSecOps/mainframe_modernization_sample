            05 CCTRDSA              PIC X.
          02 FILLER           PIC X(2).
          02 CCTRDSI              PIC X(50).
          02 COMPCDL              PIC S9(4) COMP.
          02 COMPCDF              PIC X.
          02 FILLER REDEFINES COMPCDF.
            05 COMPCDA              PIC X.
          02 FILLER           PIC X(2).
          02 COMPCDI              PIC X(3).
          02 MSGLINL              PIC S9(4) COMP.
          02 MSGLINF              PIC X.
          02 FILLER REDEFINES MSGLINF.
          02 CCTRDSH              PIC X.
          02 CCTRDSO              PIC X(50).
          02 FILLER                PIC X(3).
          02 COMPCDC              PIC X.
          02 COMPCDH              PIC X.
          02 COMPCDO              PIC X(3).
          02 FILLER                PIC X(3).
          02 MSGLINC              PIC X.
          02 MSGLINH              PIC X.
          02 MSGLINO              PIC X(50).
