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
        01 PROMMNTI.
          02 TITLEL              PIC S9(4) COMP.
          02 TITLEF              PIC X.
          02 FILLER REDEFINES TITLEF.
            05 TITLEA              PIC X.
          02 FILLER           PIC X(2).
          02 TITLEI              PIC X(30).
          02 ACTIONL              PIC S9(4) COMP.
          02 ACTIONF              PIC X.
          02 FILLER REDEFINES ACTIONF.
            05 ACTIONA              PIC X.
          02 FILLER           PIC X(2).
          02 ACTIONI              PIC X(1).
          02 EMPCDL              PIC S9(4) COMP.
          02 EMPCDF              PIC X.
          02 FILLER REDEFINES EMPCDF.
            05 EMPCDA              PIC X.
          02 FILLER           PIC X(2).
          02 EMPCDI              PIC X(8).
          02 EFFDTL              PIC S9(4) COMP.
          02 EFFDTF              PIC X.
          02 FILLER REDEFINES EFFDTF.
            05 EFFDTA              PIC X.
          02 FILLER           PIC X(2).
          02 EFFDTI              PIC X(10).
          02 TGTDPTL              PIC S9(4) COMP.
          02 TGTDPTF              PIC X.
          02 FILLER REDEFINES TGTDPTF.
            05 TGTDPTA              PIC X.
          02 FILLER           PIC X(2).
          02 TGTDPTI              PIC X(5).
          02 TGTDSGL              PIC S9(4) COMP.
          02 TGTDSGF              PIC X.
          02 FILLER REDEFINES TGTDSGF.
            05 TGTDSGA              PIC X.
          02 FILLER           PIC X(2).
          02 TGTDSGI              PIC X(5).
          02 NOMBYL              PIC S9(4) COMP.
          02 NOMBYF              PIC X.
          02 FILLER REDEFINES NOMBYF.
            05 NOMBYA              PIC X.
          02 FILLER           PIC X(2).
          02 NOMBYI              PIC X(8).
          02 CURDSGL              PIC S9(4) COMP.
          02 CURDSGF              PIC X.
          02 FILLER REDEFINES CURDSGF.
            05 CURDSGA              PIC X.
          02 FILLER           PIC X(2).
          02 CURDSGI              PIC X(5).
          02 GRDMTHL              PIC S9(4) COMP.
          02 GRDMTHF              PIC X.
          02 FILLER REDEFINES GRDMTHF.
            05 GRDMTHA              PIC X.
          02 FILLER           PIC X(2).
          02 GRDMTHI              PIC 9(3).
          02 LSTRTGL              PIC S9(4) COMP.
          02 LSTRTGF              PIC X.
          02 FILLER REDEFINES LSTRTGF.
            05 LSTRTGA              PIC X.
          02 FILLER           PIC X(2).
          02 LSTRTGI              PIC 9(1).
          02 STATUSL              PIC S9(4) COMP.
          02 STATUSF              PIC X.
          02 FILLER REDEFINES STATUSF.
            05 STATUSA              PIC X.
          02 FILLER           PIC X(2).
          02 STATUSI              PIC X(1).
          02 APPRBYL              PIC S9(4) COMP.
          02 APPRBYF              PIC X.
          02 FILLER REDEFINES APPRBYF.
            05 APPRBYA              PIC X.
          02 FILLER           PIC X(2).
          02 APPRBYI              PIC X(8).
          02 MSGLINL              PIC S9(4) COMP.
          02 MSGLINF              PIC X.
          02 FILLER REDEFINES MSGLINF.
            05 MSGLINA              PIC X.
          02 FILLER           PIC X(2).
          02 MSGLINI              PIC X(50).

        01 PROMMNTO REDEFINES PROMMNTI.
          02 FILLER                PIC X(3).
          02 TITLEC              PIC X.
          02 TITLEH              PIC X.
          02 TITLEO              PIC X(30).
          02 FILLER                PIC X(3).
          02 ACTIONC              PIC X.
          02 ACTIONH              PIC X.
          02 ACTIONO              PIC X(1).
          02 FILLER                PIC X(3).
          02 EMPCDC              PIC X.
          02 EMPCDH              PIC X.
          02 EMPCDO              PIC X(8).
          02 FILLER                PIC X(3).
          02 EFFDTC              PIC X.
          02 EFFDTH              PIC X.
          02 EFFDTO              PIC X(10).
          02 FILLER                PIC X(3).
          02 TGTDPTC              PIC X.
          02 TGTDPTH              PIC X.
          02 TGTDPTO              PIC X(5).
          02 FILLER                PIC X(3).
          02 TGTDSGC              PIC X.
          02 TGTDSGH              PIC X.
          02 TGTDSGO              PIC X(5).
          02 FILLER                PIC X(3).
          02 NOMBYC              PIC X.
          02 NOMBYH              PIC X.
          02 NOMBYO              PIC X(8).
          02 FILLER                PIC X(3).
          02 CURDSGC              PIC X.
          02 CURDSGH              PIC X.
          02 CURDSGO              PIC X(5).
          02 FILLER                PIC X(3).
          02 GRDMTHC              PIC X.
          02 GRDMTHH              PIC X.
          02 GRDMTHO              PIC 9(3).
          02 FILLER                PIC X(3).
          02 LSTRTGC              PIC X.
          02 LSTRTGH              PIC X.
          02 LSTRTGO              PIC 9(1).
          02 FILLER                PIC X(3).
          02 STATUSC              PIC X.
          02 STATUSH              PIC X.
          02 STATUSO              PIC X(1).
          02 FILLER                PIC X(3).
          02 APPRBYC              PIC X.
          02 APPRBYH              PIC X.
          02 APPRBYO              PIC X(8).
          02 FILLER                PIC X(3).
          02 MSGLINC              PIC X.
          02 MSGLINH              PIC X.
          02 MSGLINO              PIC X(50).
