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
        01 RCRTMNTI.
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
          02 CYCLEL              PIC S9(4) COMP.
          02 CYCLEF              PIC X.
          02 FILLER REDEFINES CYCLEF.
            05 CYCLEA              PIC X.
          02 FILLER           PIC X(2).
          02 CYCLEI              PIC X(6).
          02 USERIDL              PIC S9(4) COMP.
          02 USERIDF              PIC X.
          02 FILLER REDEFINES USERIDF.
            05 USERIDA              PIC X.
          02 FILLER           PIC X(2).
          02 USERIDI              PIC X(8).
          02 ROLEL              PIC S9(4) COMP.
          02 ROLEF              PIC X.
          02 FILLER REDEFINES ROLEF.
            05 ROLEA              PIC X.
          02 FILLER           PIC X(2).
          02 ROLEI              PIC X(1).
          02 REVWRL              PIC S9(4) COMP.
          02 REVWRF              PIC X.
          02 FILLER REDEFINES REVWRF.
            05 REVWRA              PIC X.
          02 FILLER           PIC X(2).
          02 REVWRI              PIC X(5).
          02 LSTACTL              PIC S9(4) COMP.
          02 LSTACTF              PIC X.
          02 FILLER REDEFINES LSTACTF.
            05 LSTACTA              PIC X.
          02 FILLER           PIC X(2).
          02 LSTACTI              PIC X(8).
          02 ISTATL              PIC S9(4) COMP.
          02 ISTATF              PIC X.
          02 FILLER REDEFINES ISTATF.
            05 ISTATA              PIC X.
          02 FILLER           PIC X(2).
          02 ISTATI              PIC X(1).
          02 MSGLINL              PIC S9(4) COMP.
          02 MSGLINF              PIC X.
          02 FILLER REDEFINES MSGLINF.
            05 MSGLINA              PIC X.
          02 FILLER           PIC X(2).
          02 MSGLINI              PIC X(50).

        01 RCRTMNTO REDEFINES RCRTMNTI.
          02 FILLER                PIC X(3).
          02 TITLEC              PIC X.
          02 TITLEH              PIC X.
          02 TITLEO              PIC X(30).
          02 FILLER                PIC X(3).
          02 ACTIONC              PIC X.
          02 ACTIONH              PIC X.
          02 ACTIONO              PIC X(1).
          02 FILLER                PIC X(3).
          02 CYCLEC              PIC X.
          02 CYCLEH              PIC X.
          02 CYCLEO              PIC X(6).
          02 FILLER                PIC X(3).
          02 USERIDC              PIC X.
          02 USERIDH              PIC X.
          02 USERIDO              PIC X(8).
          02 FILLER                PIC X(3).
          02 ROLEC              PIC X.
          02 ROLEH              PIC X.
          02 ROLEO              PIC X(1).
          02 FILLER                PIC X(3).
          02 REVWRC              PIC X.
          02 REVWRH              PIC X.
          02 REVWRO              PIC X(5).
          02 FILLER                PIC X(3).
          02 LSTACTC              PIC X.
          02 LSTACTH              PIC X.
          02 LSTACTO              PIC X(8).
          02 FILLER                PIC X(3).
          02 ISTATC              PIC X.
          02 ISTATH              PIC X.
          02 ISTATO              PIC X(1).
          02 FILLER                PIC X(3).
          02 MSGLINC              PIC X.
          02 MSGLINH              PIC X.
          02 MSGLINO              PIC X(50).
