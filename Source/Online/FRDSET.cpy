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
        01 FRDMNTI.
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
          02 CHKIDL              PIC S9(4) COMP.
          02 CHKIDF              PIC X.
          02 FILLER REDEFINES CHKIDF.
            05 CHKIDA              PIC X.
          02 FILLER           PIC X(2).
          02 CHKIDI              PIC X(4).
          02 EMPCDL              PIC S9(4) COMP.
          02 EMPCDF              PIC X.
          02 FILLER REDEFINES EMPCDF.
            05 EMPCDA              PIC X.
          02 FILLER           PIC X(2).
          02 EMPCDI              PIC X(8).
          02 HITREFL              PIC S9(4) COMP.
          02 HITREFF              PIC X.
          02 FILLER REDEFINES HITREFF.
            05 HITREFA              PIC X.
          02 FILLER           PIC X(2).
          02 HITREFI              PIC X(16).
          02 EVIDL              PIC S9(4) COMP.
          02 EVIDF              PIC X.
          02 FILLER REDEFINES EVIDF.
            05 EVIDA              PIC X.
          02 FILLER           PIC X(2).
          02 EVIDI              PIC X(60).
          02 NOTEL              PIC S9(4) COMP.
          02 NOTEF              PIC X.
          02 FILLER REDEFINES NOTEF.
            05 NOTEA              PIC X.
          02 FILLER           PIC X(2).
          02 NOTEI              PIC X(30).
          02 HITSTSL              PIC S9(4) COMP.
          02 HITSTSF              PIC X.
          02 FILLER REDEFINES HITSTSF.
            05 HITSTSA              PIC X.
          02 FILLER           PIC X(2).
          02 HITSTSI              PIC X(12).
          02 MSGLINL              PIC S9(4) COMP.
          02 MSGLINF              PIC X.
          02 FILLER REDEFINES MSGLINF.
            05 MSGLINA              PIC X.
          02 FILLER           PIC X(2).
          02 MSGLINI              PIC X(50).

        01 FRDMNTO REDEFINES FRDMNTI.
          02 FILLER                PIC X(3).
          02 TITLEC              PIC X.
          02 TITLEH              PIC X.
          02 TITLEO              PIC X(30).
          02 FILLER                PIC X(3).
          02 ACTIONC              PIC X.
          02 ACTIONH              PIC X.
          02 ACTIONO              PIC X(1).
          02 FILLER                PIC X(3).
          02 CHKIDC              PIC X.
          02 CHKIDH              PIC X.
          02 CHKIDO              PIC X(4).
          02 FILLER                PIC X(3).
          02 EMPCDC              PIC X.
          02 EMPCDH              PIC X.
          02 EMPCDO              PIC X(8).
          02 FILLER                PIC X(3).
          02 HITREFC              PIC X.
          02 HITREFH              PIC X.
          02 HITREFO              PIC X(16).
          02 FILLER                PIC X(3).
          02 EVIDC              PIC X.
          02 EVIDH              PIC X.
          02 EVIDO              PIC X(60).
          02 FILLER                PIC X(3).
          02 NOTEC              PIC X.
          02 NOTEH              PIC X.
          02 NOTEO              PIC X(30).
          02 FILLER                PIC X(3).
          02 HITSTSC              PIC X.
          02 HITSTSH              PIC X.
          02 HITSTSO              PIC X(12).
          02 FILLER                PIC X(3).
          02 MSGLINC              PIC X.
          02 MSGLINH              PIC X.
          02 MSGLINO              PIC X(50).
