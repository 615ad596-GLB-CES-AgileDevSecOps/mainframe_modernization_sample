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
        01 ASTMNTI.
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
          02 ASTTAGL              PIC S9(4) COMP.
          02 ASTTAGF              PIC X.
          02 FILLER REDEFINES ASTTAGF.
            05 ASTTAGA              PIC X.
          02 FILLER           PIC X(2).
          02 ASTTAGI              PIC X(8).
          02 ASTTYPL              PIC S9(4) COMP.
          02 ASTTYPF              PIC X.
          02 FILLER REDEFINES ASTTYPF.
            05 ASTTYPA              PIC X.
          02 FILLER           PIC X(2).
          02 ASTTYPI              PIC X(1).
          02 ASTDSCL              PIC S9(4) COMP.
          02 ASTDSCF              PIC X.
          02 FILLER REDEFINES ASTDSCF.
            05 ASTDSCA              PIC X.
          02 FILLER           PIC X(2).
          02 ASTDSCI              PIC X(30).
          02 ASTVALL              PIC S9(4) COMP.
          02 ASTVALF              PIC X.
          02 FILLER REDEFINES ASTVALF.
            05 ASTVALA              PIC X.
          02 FILLER           PIC X(2).
          02 ASTVALI              PIC 9(7)V99.
          02 ASTSTSL              PIC S9(4) COMP.
          02 ASTSTSF              PIC X.
          02 FILLER REDEFINES ASTSTSF.
            05 ASTSTSA              PIC X.
          02 FILLER           PIC X(2).
          02 ASTSTSI              PIC X(1).
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
          02 ISSDTL              PIC S9(4) COMP.
          02 ISSDTF              PIC X.
          02 FILLER REDEFINES ISSDTF.
            05 ISSDTA              PIC X.
          02 FILLER           PIC X(2).
          02 ISSDTI              PIC X(10).
          02 RETDTL              PIC S9(4) COMP.
          02 RETDTF              PIC X.
          02 FILLER REDEFINES RETDTF.
            05 RETDTA              PIC X.
          02 FILLER           PIC X(2).
          02 RETDTI              PIC X(10).
          02 CONDL              PIC S9(4) COMP.
          02 CONDF              PIC X.
          02 FILLER REDEFINES CONDF.
            05 CONDA              PIC X.
          02 FILLER           PIC X(2).
          02 CONDI              PIC X(1).
          02 WOAMTL              PIC S9(4) COMP.
          02 WOAMTF              PIC X.
          02 FILLER REDEFINES WOAMTF.
            05 WOAMTA              PIC X.
          02 FILLER           PIC X(2).
          02 WOAMTI              PIC 9(7)V99.
          02 MSGLINL              PIC S9(4) COMP.
          02 MSGLINF              PIC X.
          02 FILLER REDEFINES MSGLINF.
            05 MSGLINA              PIC X.
          02 FILLER           PIC X(2).
          02 MSGLINI              PIC X(50).

        01 ASTMNTO REDEFINES ASTMNTI.
          02 FILLER                PIC X(3).
          02 TITLEC              PIC X.
          02 TITLEH              PIC X.
          02 TITLEO              PIC X(30).
          02 FILLER                PIC X(3).
          02 ACTIONC              PIC X.
          02 ACTIONH              PIC X.
          02 ACTIONO              PIC X(1).
          02 FILLER                PIC X(3).
          02 ASTTAGC              PIC X.
          02 ASTTAGH              PIC X.
          02 ASTTAGO              PIC X(8).
          02 FILLER                PIC X(3).
          02 ASTTYPC              PIC X.
          02 ASTTYPH              PIC X.
          02 ASTTYPO              PIC X(1).
          02 FILLER                PIC X(3).
          02 ASTDSCC              PIC X.
          02 ASTDSCH              PIC X.
          02 ASTDSCO              PIC X(30).
          02 FILLER                PIC X(3).
          02 ASTVALC              PIC X.
          02 ASTVALH              PIC X.
          02 ASTVALO              PIC 9(7)V99.
          02 FILLER                PIC X(3).
          02 ASTSTSC              PIC X.
          02 ASTSTSH              PIC X.
          02 ASTSTSO              PIC X(1).
          02 FILLER                PIC X(3).
          02 EMPCDC              PIC X.
          02 EMPCDH              PIC X.
          02 EMPCDO              PIC X(8).
          02 FILLER                PIC X(3).
          02 EMPNMC              PIC X.
          02 EMPNMH              PIC X.
          02 EMPNMO              PIC X(30).
          02 FILLER                PIC X(3).
          02 ISSDTC              PIC X.
          02 ISSDTH              PIC X.
          02 ISSDTO              PIC X(10).
          02 FILLER                PIC X(3).
          02 RETDTC              PIC X.
          02 RETDTH              PIC X.
          02 RETDTO              PIC X(10).
          02 FILLER                PIC X(3).
          02 CONDC              PIC X.
          02 CONDH              PIC X.
          02 CONDO              PIC X(1).
          02 FILLER                PIC X(3).
          02 WOAMTC              PIC X.
          02 WOAMTH              PIC X.
          02 WOAMTO              PIC 9(7)V99.
          02 FILLER                PIC X(3).
          02 MSGLINC              PIC X.
          02 MSGLINH              PIC X.
          02 MSGLINO              PIC X(50).
