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
        01 PERQMNTI.
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
          02 EMPIDL              PIC S9(4) COMP.
          02 EMPIDF              PIC X.
          02 FILLER REDEFINES EMPIDF.
            05 EMPIDA              PIC X.
          02 FILLER           PIC X(2).
          02 EMPIDI              PIC X(5).
          02 PQTYPEL              PIC S9(4) COMP.
          02 PQTYPEF              PIC X.
          02 FILLER REDEFINES PQTYPEF.
            05 PQTYPEA              PIC X.
          02 FILLER           PIC X(2).
          02 PQTYPEI              PIC X(3).
          02 STRTPDL              PIC S9(4) COMP.
          02 STRTPDF              PIC X.
          02 FILLER REDEFINES STRTPDF.
            05 STRTPDA              PIC X.
          02 FILLER           PIC X(2).
          02 STRTPDI              PIC X(6).
          02 ENDPDL              PIC S9(4) COMP.
          02 ENDPDF              PIC X.
          02 FILLER REDEFINES ENDPDF.
            05 ENDPDA              PIC X.
          02 FILLER           PIC X(2).
          02 ENDPDI              PIC X(6).
          02 BASISL              PIC S9(4) COMP.
          02 BASISF              PIC X.
          02 FILLER REDEFINES BASISF.
            05 BASISA              PIC X.
          02 FILLER           PIC X(2).
          02 BASISI              PIC X(1).
          02 PQVALL              PIC S9(4) COMP.
          02 PQVALF              PIC X.
          02 FILLER REDEFINES PQVALF.
            05 PQVALA              PIC X.
          02 FILLER           PIC X(2).
          02 PQVALI              PIC 9(5)V99.
          02 MSGLINL              PIC S9(4) COMP.
          02 MSGLINF              PIC X.
          02 FILLER REDEFINES MSGLINF.
            05 MSGLINA              PIC X.
          02 FILLER           PIC X(2).
          02 MSGLINI              PIC X(50).

        01 PERQMNTO REDEFINES PERQMNTI.
          02 FILLER                PIC X(3).
          02 TITLEC              PIC X.
          02 TITLEH              PIC X.
          02 TITLEO              PIC X(30).
          02 FILLER                PIC X(3).
          02 ACTIONC              PIC X.
          02 ACTIONH              PIC X.
          02 ACTIONO              PIC X(1).
          02 FILLER                PIC X(3).
          02 EMPIDC              PIC X.
          02 EMPIDH              PIC X.
          02 EMPIDO              PIC X(5).
          02 FILLER                PIC X(3).
          02 PQTYPEC              PIC X.
          02 PQTYPEH              PIC X.
          02 PQTYPEO              PIC X(3).
          02 FILLER                PIC X(3).
          02 STRTPDC              PIC X.
          02 STRTPDH              PIC X.
          02 STRTPDO              PIC X(6).
          02 FILLER                PIC X(3).
          02 ENDPDC              PIC X.
          02 ENDPDH              PIC X.
          02 ENDPDO              PIC X(6).
          02 FILLER                PIC X(3).
          02 BASISC              PIC X.
          02 BASISH              PIC X.
          02 BASISO              PIC X(1).
          02 FILLER                PIC X(3).
          02 PQVALC              PIC X.
          02 PQVALH              PIC X.
          02 PQVALO              PIC 9(5)V99.
          02 FILLER                PIC X(3).
          02 MSGLINC              PIC X.
          02 MSGLINH              PIC X.
          02 MSGLINO              PIC X(50).
