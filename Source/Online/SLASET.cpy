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
        01 SLAMNTI.
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
          02 PGMNML              PIC S9(4) COMP.
          02 PGMNMF              PIC X.
          02 FILLER REDEFINES PGMNMF.
            05 PGMNMA              PIC X.
          02 FILLER           PIC X(2).
          02 PGMNMI              PIC X(8).
          02 EXPMINL              PIC S9(4) COMP.
          02 EXPMINF              PIC X.
          02 FILLER REDEFINES EXPMINF.
            05 EXPMINA              PIC X.
          02 FILLER           PIC X(2).
          02 EXPMINI              PIC 9(4).
          02 FINBYL              PIC S9(4) COMP.
          02 FINBYF              PIC X.
          02 FILLER REDEFINES FINBYF.
            05 FINBYA              PIC X.
          02 FILLER           PIC X(2).
          02 FINBYI              PIC 9(4).
          02 NXTDAYL              PIC S9(4) COMP.
          02 NXTDAYF              PIC X.
          02 FILLER REDEFINES NXTDAYF.
            05 NXTDAYA              PIC X.
          02 FILLER           PIC X(2).
          02 NXTDAYI              PIC X(1).
          02 LONGPCTL              PIC S9(4) COMP.
          02 LONGPCTF              PIC X.
          02 FILLER REDEFINES LONGPCTF.
            05 LONGPCTA              PIC X.
          02 FILLER           PIC X(2).
          02 LONGPCTI              PIC 9(3).
          02 DAILYL              PIC S9(4) COMP.
          02 DAILYF              PIC X.
          02 FILLER REDEFINES DAILYF.
            05 DAILYA              PIC X.
          02 FILLER           PIC X(2).
          02 DAILYI              PIC X(1).
          02 MSGLINL              PIC S9(4) COMP.
          02 MSGLINF              PIC X.
          02 FILLER REDEFINES MSGLINF.
            05 MSGLINA              PIC X.
          02 FILLER           PIC X(2).
          02 MSGLINI              PIC X(50).

        01 SLAMNTO REDEFINES SLAMNTI.
          02 FILLER                PIC X(3).
          02 TITLEC              PIC X.
          02 TITLEH              PIC X.
          02 TITLEO              PIC X(30).
          02 FILLER                PIC X(3).
          02 ACTIONC              PIC X.
          02 ACTIONH              PIC X.
          02 ACTIONO              PIC X(1).
          02 FILLER                PIC X(3).
          02 PGMNMC              PIC X.
          02 PGMNMH              PIC X.
          02 PGMNMO              PIC X(8).
          02 FILLER                PIC X(3).
          02 EXPMINC              PIC X.
          02 EXPMINH              PIC X.
          02 EXPMINO              PIC 9(4).
          02 FILLER                PIC X(3).
          02 FINBYC              PIC X.
          02 FINBYH              PIC X.
          02 FINBYO              PIC 9(4).
          02 FILLER                PIC X(3).
          02 NXTDAYC              PIC X.
          02 NXTDAYH              PIC X.
          02 NXTDAYO              PIC X(1).
          02 FILLER                PIC X(3).
          02 LONGPCTC              PIC X.
          02 LONGPCTH              PIC X.
          02 LONGPCTO              PIC 9(3).
          02 FILLER                PIC X(3).
          02 DAILYC              PIC X.
          02 DAILYH              PIC X.
          02 DAILYO              PIC X(1).
          02 FILLER                PIC X(3).
          02 MSGLINC              PIC X.
          02 MSGLINH              PIC X.
          02 MSGLINO              PIC X(50).
