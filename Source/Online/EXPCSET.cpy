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
        01 EXPCMNTI.
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
          02 CLMNOL              PIC S9(4) COMP.
          02 CLMNOF              PIC X.
          02 FILLER REDEFINES CLMNOF.
            05 CLMNOA              PIC X.
          02 FILLER           PIC X(2).
          02 CLMNOI              PIC X(10).
          02 CATCDL              PIC S9(4) COMP.
          02 CATCDF              PIC X.
          02 FILLER REDEFINES CATCDF.
            05 CATCDA              PIC X.
          02 FILLER           PIC X(2).
          02 CATCDI              PIC X(4).
          02 CLMDTL              PIC S9(4) COMP.
          02 CLMDTF              PIC X.
          02 FILLER REDEFINES CLMDTF.
            05 CLMDTA              PIC X.
          02 FILLER           PIC X(2).
          02 CLMDTI              PIC X(10).
          02 CLMAMTL              PIC S9(4) COMP.
          02 CLMAMTF              PIC X.
          02 FILLER REDEFINES CLMAMTF.
            05 CLMAMTA              PIC X.
          02 FILLER           PIC X(2).
          02 CLMAMTI              PIC 9(7)V99.
          02 CLMDSCL              PIC S9(4) COMP.
          02 CLMDSCF              PIC X.
          02 FILLER REDEFINES CLMDSCF.
            05 CLMDSCA              PIC X.
          02 FILLER           PIC X(2).
          02 CLMDSCI              PIC X(30).
          02 APPRIDL              PIC S9(4) COMP.
          02 APPRIDF              PIC X.
          02 FILLER REDEFINES APPRIDF.
            05 APPRIDA              PIC X.
          02 FILLER           PIC X(2).
          02 APPRIDI              PIC X(8).
          02 STATUSL              PIC S9(4) COMP.
          02 STATUSF              PIC X.
          02 FILLER REDEFINES STATUSF.
            05 STATUSA              PIC X.
          02 FILLER           PIC X(2).
          02 STATUSI              PIC X(1).
          02 PAIDPDL              PIC S9(4) COMP.
          02 PAIDPDF              PIC X.
          02 FILLER REDEFINES PAIDPDF.
            05 PAIDPDA              PIC X.
          02 FILLER           PIC X(2).
          02 PAIDPDI              PIC X(6).
          02 MSGLINL              PIC S9(4) COMP.
          02 MSGLINF              PIC X.
          02 FILLER REDEFINES MSGLINF.
            05 MSGLINA              PIC X.
          02 FILLER           PIC X(2).
          02 MSGLINI              PIC X(50).

        01 EXPCMNTO REDEFINES EXPCMNTI.
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
          02 CLMNOC              PIC X.
          02 CLMNOH              PIC X.
          02 CLMNOO              PIC X(10).
          02 FILLER                PIC X(3).
          02 CATCDC              PIC X.
          02 CATCDH              PIC X.
          02 CATCDO              PIC X(4).
          02 FILLER                PIC X(3).
          02 CLMDTC              PIC X.
          02 CLMDTH              PIC X.
          02 CLMDTO              PIC X(10).
          02 FILLER                PIC X(3).
          02 CLMAMTC              PIC X.
          02 CLMAMTH              PIC X.
          02 CLMAMTO              PIC 9(7)V99.
          02 FILLER                PIC X(3).
          02 CLMDSCC              PIC X.
          02 CLMDSCH              PIC X.
          02 CLMDSCO              PIC X(30).
          02 FILLER                PIC X(3).
          02 APPRIDC              PIC X.
          02 APPRIDH              PIC X.
          02 APPRIDO              PIC X(8).
          02 FILLER                PIC X(3).
          02 STATUSC              PIC X.
          02 STATUSH              PIC X.
          02 STATUSO              PIC X(1).
          02 FILLER                PIC X(3).
          02 PAIDPDC              PIC X.
          02 PAIDPDH              PIC X.
          02 PAIDPDO              PIC X(6).
          02 FILLER                PIC X(3).
          02 MSGLINC              PIC X.
          02 MSGLINH              PIC X.
          02 MSGLINO              PIC X(50).
