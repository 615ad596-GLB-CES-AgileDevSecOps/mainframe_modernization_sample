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
        01 BENMNTI.
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
          02 PLANYRL              PIC S9(4) COMP.
          02 PLANYRF              PIC X.
          02 FILLER REDEFINES PLANYRF.
            05 PLANYRA              PIC X.
          02 FILLER           PIC X(2).
          02 PLANYRI              PIC X(4).
          02 OPENDTL              PIC S9(4) COMP.
          02 OPENDTF              PIC X.
          02 FILLER REDEFINES OPENDTF.
            05 OPENDTA              PIC X.
          02 FILLER           PIC X(2).
          02 OPENDTI              PIC X(10).
          02 CLOSDTL              PIC S9(4) COMP.
          02 CLOSDTF              PIC X.
          02 FILLER REDEFINES CLOSDTF.
            05 CLOSDTA              PIC X.
          02 FILLER           PIC X(2).
          02 CLOSDTI              PIC X(10).
          02 EMPCDL              PIC S9(4) COMP.
          02 EMPCDF              PIC X.
          02 FILLER REDEFINES EMPCDF.
            05 EMPCDA              PIC X.
          02 FILLER           PIC X(2).
          02 EMPCDI              PIC X(8).
          02 EMPNML              PIC S9(4) COMP.
          02 EMPNMF              PIC X.
          02 FILLER REDEFINES EMPNMF.
            05 EMPNMA              PIC X.
          02 FILLER           PIC X(2).
          02 EMPNMI              PIC X(30).
          02 TIERL              PIC S9(4) COMP.
          02 TIERF              PIC X.
          02 FILLER REDEFINES TIERF.
            05 TIERA              PIC X.
          02 FILLER           PIC X(2).
          02 TIERI              PIC X(3).
          02 SRCL              PIC S9(4) COMP.
          02 SRCF              PIC X.
          02 FILLER REDEFINES SRCF.
            05 SRCA              PIC X.
          02 FILLER           PIC X(2).
          02 SRCI              PIC X(1).
          02 OWNCLL              PIC S9(4) COMP.
          02 OWNCLF              PIC X.
          02 FILLER REDEFINES OWNCLF.
            05 OWNCLA              PIC X.
          02 FILLER           PIC X(2).
          02 OWNCLI              PIC X(10).
          02 MSGLINL              PIC S9(4) COMP.
          02 MSGLINF              PIC X.
          02 FILLER REDEFINES MSGLINF.
            05 MSGLINA              PIC X.
          02 FILLER           PIC X(2).
          02 MSGLINI              PIC X(50).
          02 BN-DEPI OCCURS 6 TIMES.
            05 DSEQL              PIC S9(4) COMP.
            05 DSEQF              PIC X.
            05 FILLER REDEFINES DSEQF.
              10 DSEQA              PIC X.
            05 FILLER           PIC X(2).
            05 DSEQI              PIC 9(2).
            05 DDESCL              PIC S9(4) COMP.
            05 DDESCF              PIC X.
            05 FILLER REDEFINES DDESCF.
              10 DDESCA              PIC X.
            05 FILLER           PIC X(2).
            05 DDESCI              PIC X(40).
            05 DCOVL              PIC S9(4) COMP.
            05 DCOVF              PIC X.
            05 FILLER REDEFINES DCOVF.
              10 DCOVA              PIC X.
            05 FILLER           PIC X(2).
            05 DCOVI              PIC X(1).

        01 BENMNTO REDEFINES BENMNTI.
          02 FILLER                PIC X(3).
          02 TITLEC              PIC X.
          02 TITLEH              PIC X.
          02 TITLEO              PIC X(30).
          02 FILLER                PIC X(3).
          02 ACTIONC              PIC X.
          02 ACTIONH              PIC X.
          02 ACTIONO              PIC X(1).
          02 FILLER                PIC X(3).
          02 PLANYRC              PIC X.
          02 PLANYRH              PIC X.
          02 PLANYRO              PIC X(4).
          02 FILLER                PIC X(3).
          02 OPENDTC              PIC X.
          02 OPENDTH              PIC X.
          02 OPENDTO              PIC X(10).
          02 FILLER                PIC X(3).
          02 CLOSDTC              PIC X.
          02 CLOSDTH              PIC X.
          02 CLOSDTO              PIC X(10).
          02 FILLER                PIC X(3).
          02 EMPCDC              PIC X.
          02 EMPCDH              PIC X.
          02 EMPCDO              PIC X(8).
          02 FILLER                PIC X(3).
          02 EMPNMC              PIC X.
          02 EMPNMH              PIC X.
          02 EMPNMO              PIC X(30).
          02 FILLER                PIC X(3).
          02 TIERC              PIC X.
          02 TIERH              PIC X.
          02 TIERO              PIC X(3).
          02 FILLER                PIC X(3).
          02 SRCC              PIC X.
          02 SRCH              PIC X.
          02 SRCO              PIC X(1).
          02 FILLER                PIC X(3).
          02 OWNCLC              PIC X.
          02 OWNCLH              PIC X.
          02 OWNCLO              PIC X(10).
          02 FILLER                PIC X(3).
          02 MSGLINC              PIC X.
          02 MSGLINH              PIC X.
          02 MSGLINO              PIC X(50).
          02 BN-DEPO OCCURS 6 TIMES.
            05 FILLER                PIC X(3).
            05 DSEQC              PIC X.
            05 DSEQH              PIC X.
            05 DSEQO              PIC 9(2).
            05 FILLER                PIC X(3).
            05 DDESCC              PIC X.
            05 DDESCH              PIC X.
            05 DDESCO              PIC X(40).
            05 FILLER                PIC X(3).
            05 DCOVC              PIC X.
            05 DCOVH              PIC X.
            05 DCOVO              PIC X(1).
