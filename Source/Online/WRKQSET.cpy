      *Copyright Â© 2019-2020, 2021 ATOS SYNTEL, INC. and affiliates.
      *All Rights Reserved. This software (the "Software") is a
      *copyrighted work owned by Atos Syntel, Inc. and its affiliates.
      *Nothing contained in this notice may be interpreted as an
      *assignment of the ownership of the copyright pertaining to the
      *Software.
      *
      *If you (the "Customer") have received the Software as part of a
      *Deliverable under the applicable contract, or Master Service
      *Agreement, or equivalent (the "Contract"), then the Software is
      *being licensed to the Customer under the relevant Intellectual
      *Property provisions governing Atos Syntel Background
      *Intellectual Property in the Contract (the "IP Clause"), and the
      *Customer's use of the Software is governed by the IP Clause. The
      *Software is made available to the Customer solely for the
      *purpose contained in the IP CLAUSE. Any reproduction or
      *redistribution of the Software not in accordance with the IP
      *Clause is expressly prohibited.
      *
      *WITHOUT LIMITING THE FOREGOING, COPYING OR REPRODUCTION OF THE
      *SOFTWARE TO ANY OTHER SERVER OR LOCATION FOR FURTHER
      *REPRODUCTION OR REDISTRIBUTION IS EXPRESSLY PROHIBITED, UNLESS
      *SUCH REPRODUCTION OR REDISTRIBUTION IS EXPRESSLY PERMITTED BY
      *THE IP CLAUSE.
      *
      *THE SOFTWARE IS WARRANTED, IF AT ALL, ONLY ACCORDING TO THE
      *TERMS OF THE CONTRACT. EXCEPT AS WARRANTED IN THE CONTRACT,
      *ATOS SYNTEL, INC. AND ITS AFFILIATES HEREBY DISCLAIM ALL
      *WARRANTIES AND CONDITIONS WITH REGARD TO THE SOFTWARE, INCLUDING
      *ALL WARRANTIES AND CONDITIONS OF MERCHANTABILITY, WHETHER
      *EXPRESS, IMPLIED OR STATUTORY, FITNESS FOR A PARTICULAR PURPOSE,
      *TITLE AND NON-INFRINGEMENT.
      *
        01 WRKQLSTI.
          02 TITLEL              PIC S9(4) COMP.
          02 TITLEF              PIC X.
          02 FILLER REDEFINES TITLEF.
            05 TITLEA              PIC X.
          02 FILLER           PIC X(2).
          02 TITLEI              PIC X(50).
          02 MGRIDL              PIC S9(4) COMP.
          02 MGRIDF              PIC X.
          02 FILLER REDEFINES MGRIDF.
            05 MGRIDA              PIC X.
          02 FILLER           PIC X(2).
          02 MGRIDI              PIC X(8).
          02 MGRNML              PIC S9(4) COMP.
          02 MGRNMF              PIC X.
          02 FILLER REDEFINES MGRNMF.
            05 MGRNMA              PIC X.
          02 FILLER           PIC X(2).
          02 MGRNMI              PIC X(30).
          02 PAGENOL              PIC S9(4) COMP.
          02 PAGENOF              PIC X.
          02 FILLER REDEFINES PAGENOF.
            05 PAGENOA              PIC X.
          02 FILLER           PIC X(2).
          02 PAGENOI              PIC X(3).
          02 MSGLINL              PIC S9(4) COMP.
          02 MSGLINF              PIC X.
          02 FILLER REDEFINES MSGLINF.
            05 MSGLINA              PIC X.
          02 FILLER           PIC X(2).
          02 MSGLINI              PIC X(50).
          02 WRKQ-LINEI OCCURS 10 TIMES.
            05 PICKL              PIC S9(4) COMP.
            05 PICKF               PIC X.
            05 FILLER REDEFINES PICKF.
              10 PICKA               PIC X.
            05 FILLER            PIC X(2).
            05 PICKI               PIC X(1).
            05 QTYPEL              PIC S9(4) COMP.
            05 QTYPEF               PIC X.
            05 FILLER REDEFINES QTYPEF.
              10 QTYPEA               PIC X.
            05 FILLER            PIC X(2).
            05 QTYPEI               PIC X(8).
            05 QEMPL              PIC S9(4) COMP.
            05 QEMPF               PIC X.
            05 FILLER REDEFINES QEMPF.
              10 QEMPA               PIC X.
            05 FILLER            PIC X(2).
            05 QEMPI               PIC X(5).
            05 QNAMEL              PIC S9(4) COMP.
            05 QNAMEF               PIC X.
            05 FILLER REDEFINES QNAMEF.
              10 QNAMEA               PIC X.
            05 FILLER            PIC X(2).
            05 QNAMEI               PIC X(20).
            05 QKEYL              PIC S9(4) COMP.
            05 QKEYF               PIC X.
            05 FILLER REDEFINES QKEYF.
              10 QKEYA               PIC X.
            05 FILLER            PIC X(2).
            05 QKEYI               PIC X(10).
            05 QAGEL              PIC S9(4) COMP.
            05 QAGEF               PIC X.
            05 FILLER REDEFINES QAGEF.
              10 QAGEA               PIC X.
            05 FILLER            PIC X(2).
            05 QAGEI               PIC X(5).
            05 QDESCL              PIC S9(4) COMP.
            05 QDESCF               PIC X.
            05 FILLER REDEFINES QDESCF.
              10 QDESCA               PIC X.
            05 FILLER            PIC X(2).
            05 QDESCI               PIC X(24).

        01 WRKQLSTO REDEFINES WRKQLSTI.
          02 FILLER                PIC X(3).
          02 TITLEC              PIC X.
          02 TITLEH              PIC X.
          02 TITLEO              PIC X(50).
          02 FILLER                PIC X(3).
          02 MGRIDC              PIC X.
          02 MGRIDH              PIC X.
          02 MGRIDO              PIC X(8).
          02 FILLER                PIC X(3).
          02 MGRNMC              PIC X.
          02 MGRNMH              PIC X.
          02 MGRNMO              PIC X(30).
          02 FILLER                PIC X(3).
          02 PAGENOC              PIC X.
          02 PAGENOH              PIC X.
          02 PAGENOO              PIC X(3).
          02 FILLER                PIC X(3).
          02 MSGLINC              PIC X.
          02 MSGLINH              PIC X.
          02 MSGLINO              PIC X(50).
          02 WRKQ-LINEO OCCURS 10 TIMES.
            05 FILLER             PIC X(3).
            05 PICKC               PIC X.
            05 PICKH               PIC X.
            05 PICKO               PIC X(1).
            05 FILLER             PIC X(3).
            05 QTYPEC               PIC X.
            05 QTYPEH               PIC X.
            05 QTYPEO               PIC X(8).
            05 FILLER             PIC X(3).
            05 QEMPC               PIC X.
            05 QEMPH               PIC X.
            05 QEMPO               PIC X(5).
            05 FILLER             PIC X(3).
            05 QNAMEC               PIC X.
            05 QNAMEH               PIC X.
            05 QNAMEO               PIC X(20).
            05 FILLER             PIC X(3).
            05 QKEYC               PIC X.
            05 QKEYH               PIC X.
            05 QKEYO               PIC X(10).
            05 FILLER             PIC X(3).
            05 QAGEC               PIC X.
            05 QAGEH               PIC X.
            05 QAGEO               PIC X(5).
            05 FILLER             PIC X(3).
            05 QDESCC               PIC X.
            05 QDESCH               PIC X.
            05 QDESCO               PIC X(24).
