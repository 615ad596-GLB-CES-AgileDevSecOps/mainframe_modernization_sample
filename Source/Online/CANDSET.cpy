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
        01 CANDMNTI.
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
          02 CANDNOL              PIC S9(4) COMP.
          02 CANDNOF              PIC X.
          02 FILLER REDEFINES CANDNOF.
            05 CANDNOA              PIC X.
          02 FILLER           PIC X(2).
          02 CANDNOI              PIC X(6).
          02 REQNOL              PIC S9(4) COMP.
          02 REQNOF              PIC X.
          02 FILLER REDEFINES REQNOF.
            05 REQNOA              PIC X.
          02 FILLER           PIC X(2).
          02 REQNOI              PIC X(6).
          02 CNAMEL              PIC S9(4) COMP.
          02 CNAMEF              PIC X.
          02 FILLER REDEFINES CNAMEF.
            05 CNAMEA              PIC X.
          02 FILLER           PIC X(2).
          02 CNAMEI              PIC X(30).
          02 CONTCTL              PIC S9(4) COMP.
          02 CONTCTF              PIC X.
          02 FILLER REDEFINES CONTCTF.
            05 CONTCTA              PIC X.
          02 FILLER           PIC X(2).
          02 CONTCTI              PIC X(20).
          02 BIRTHDTL              PIC S9(4) COMP.
          02 BIRTHDTF              PIC X.
          02 FILLER REDEFINES BIRTHDTF.
            05 BIRTHDTA              PIC X.
          02 FILLER           PIC X(2).
          02 BIRTHDTI              PIC X(10).
          02 CSTATL              PIC S9(4) COMP.
          02 CSTATF              PIC X.
          02 FILLER REDEFINES CSTATF.
            05 CSTATA              PIC X.
          02 FILLER           PIC X(2).
          02 CSTATI              PIC X(1).
          02 STGNOL              PIC S9(4) COMP.
          02 STGNOF              PIC X.
          02 FILLER REDEFINES STGNOF.
            05 STGNOA              PIC X.
          02 FILLER           PIC X(2).
          02 STGNOI              PIC 9(1).
          02 STGNML              PIC S9(4) COMP.
          02 STGNMF              PIC X.
          02 FILLER REDEFINES STGNMF.
            05 STGNMA              PIC X.
          02 FILLER           PIC X(2).
          02 STGNMI              PIC X(10).
          02 STGDTL              PIC S9(4) COMP.
          02 STGDTF              PIC X.
          02 FILLER REDEFINES STGDTF.
            05 STGDTA              PIC X.
          02 FILLER           PIC X(2).
          02 STGDTI              PIC X(10).
          02 STGOUTL              PIC S9(4) COMP.
          02 STGOUTF              PIC X.
          02 FILLER REDEFINES STGOUTF.
            05 STGOUTA              PIC X.
          02 FILLER           PIC X(2).
          02 STGOUTI              PIC X(1).
          02 OFRPAYL              PIC S9(4) COMP.
          02 OFRPAYF              PIC X.
          02 FILLER REDEFINES OFRPAYF.
            05 OFRPAYA              PIC X.
          02 FILLER           PIC X(2).
          02 OFRPAYI              PIC 9(5)V99.
          02 OFRLOCL              PIC S9(4) COMP.
          02 OFRLOCF              PIC X.
          02 FILLER REDEFINES OFRLOCF.
            05 OFRLOCA              PIC X.
          02 FILLER           PIC X(2).
          02 OFRLOCI              PIC X(5).
          02 JOINDTL              PIC S9(4) COMP.
          02 JOINDTF              PIC X.
          02 FILLER REDEFINES JOINDTF.
            05 JOINDTA              PIC X.
          02 FILLER           PIC X(2).
          02 JOINDTI              PIC X(10).
          02 EMPCDL              PIC S9(4) COMP.
          02 EMPCDF              PIC X.
          02 FILLER REDEFINES EMPCDF.
            05 EMPCDA              PIC X.
          02 FILLER           PIC X(2).
          02 EMPCDI              PIC X(8).
          02 MSGLINL              PIC S9(4) COMP.
          02 MSGLINF              PIC X.
          02 FILLER REDEFINES MSGLINF.
            05 MSGLINA              PIC X.
          02 FILLER           PIC X(2).
          02 MSGLINI              PIC X(50).

        01 CANDMNTO REDEFINES CANDMNTI.
          02 FILLER                PIC X(3).
          02 TITLEC              PIC X.
          02 TITLEH              PIC X.
          02 TITLEO              PIC X(30).
          02 FILLER                PIC X(3).
          02 ACTIONC              PIC X.
          02 ACTIONH              PIC X.
          02 ACTIONO              PIC X(1).
          02 FILLER                PIC X(3).
          02 CANDNOC              PIC X.
          02 CANDNOH              PIC X.
          02 CANDNOO              PIC X(6).
          02 FILLER                PIC X(3).
          02 REQNOC              PIC X.
          02 REQNOH              PIC X.
          02 REQNOO              PIC X(6).
          02 FILLER                PIC X(3).
          02 CNAMEC              PIC X.
          02 CNAMEH              PIC X.
          02 CNAMEO              PIC X(30).
          02 FILLER                PIC X(3).
          02 CONTCTC              PIC X.
          02 CONTCTH              PIC X.
          02 CONTCTO              PIC X(20).
          02 FILLER                PIC X(3).
          02 BIRTHDTC              PIC X.
          02 BIRTHDTH              PIC X.
          02 BIRTHDTO              PIC X(10).
          02 FILLER                PIC X(3).
          02 CSTATC              PIC X.
          02 CSTATH              PIC X.
          02 CSTATO              PIC X(1).
          02 FILLER                PIC X(3).
          02 STGNOC              PIC X.
          02 STGNOH              PIC X.
          02 STGNOO              PIC 9(1).
          02 FILLER                PIC X(3).
          02 STGNMC              PIC X.
          02 STGNMH              PIC X.
          02 STGNMO              PIC X(10).
          02 FILLER                PIC X(3).
          02 STGDTC              PIC X.
          02 STGDTH              PIC X.
          02 STGDTO              PIC X(10).
          02 FILLER                PIC X(3).
          02 STGOUTC              PIC X.
          02 STGOUTH              PIC X.
          02 STGOUTO              PIC X(1).
          02 FILLER                PIC X(3).
          02 OFRPAYC              PIC X.
          02 OFRPAYH              PIC X.
          02 OFRPAYO              PIC 9(5)V99.
          02 FILLER                PIC X(3).
          02 OFRLOCC              PIC X.
          02 OFRLOCH              PIC X.
          02 OFRLOCO              PIC X(5).
          02 FILLER                PIC X(3).
          02 JOINDTC              PIC X.
          02 JOINDTH              PIC X.
          02 JOINDTO              PIC X(10).
          02 FILLER                PIC X(3).
          02 EMPCDC              PIC X.
          02 EMPCDH              PIC X.
          02 EMPCDO              PIC X(8).
          02 FILLER                PIC X(3).
          02 MSGLINC              PIC X.
          02 MSGLINH              PIC X.
          02 MSGLINO              PIC X(50).
