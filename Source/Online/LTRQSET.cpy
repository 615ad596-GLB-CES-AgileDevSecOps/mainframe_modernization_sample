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
        01 LTRQMNTI.
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
          02 LTRNOL              PIC S9(4) COMP.
          02 LTRNOF              PIC X.
          02 FILLER REDEFINES LTRNOF.
            05 LTRNOA              PIC X.
          02 FILLER           PIC X(2).
          02 LTRNOI              PIC X(6).
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
          02 LTRTYPL              PIC S9(4) COMP.
          02 LTRTYPF              PIC X.
          02 FILLER REDEFINES LTRTYPF.
            05 LTRTYPA              PIC X.
          02 FILLER           PIC X(2).
          02 LTRTYPI              PIC X(1).
          02 ADDRSL              PIC S9(4) COMP.
          02 ADDRSF              PIC X.
          02 FILLER REDEFINES ADDRSF.
            05 ADDRSA              PIC X.
          02 FILLER           PIC X(2).
          02 ADDRSI              PIC X(30).
          02 PURPOSL              PIC S9(4) COMP.
          02 PURPOSF              PIC X.
          02 FILLER REDEFINES PURPOSF.
            05 PURPOSA              PIC X.
          02 FILLER           PIC X(2).
          02 PURPOSI              PIC X(30).
          02 LSTATL              PIC S9(4) COMP.
          02 LSTATF              PIC X.
          02 FILLER REDEFINES LSTATF.
            05 LSTATA              PIC X.
          02 FILLER           PIC X(2).
          02 LSTATI              PIC X(1).
          02 LTRREFL              PIC S9(4) COMP.
          02 LTRREFF              PIC X.
          02 FILLER REDEFINES LTRREFF.
            05 LTRREFA              PIC X.
          02 FILLER           PIC X(2).
          02 LTRREFI              PIC X(12).
          02 MSGLINL              PIC S9(4) COMP.
          02 MSGLINF              PIC X.
          02 FILLER REDEFINES MSGLINF.
            05 MSGLINA              PIC X.
          02 FILLER           PIC X(2).
          02 MSGLINI              PIC X(50).

        01 LTRQMNTO REDEFINES LTRQMNTI.
          02 FILLER                PIC X(3).
          02 TITLEC              PIC X.
          02 TITLEH              PIC X.
          02 TITLEO              PIC X(30).
          02 FILLER                PIC X(3).
          02 ACTIONC              PIC X.
          02 ACTIONH              PIC X.
          02 ACTIONO              PIC X(1).
          02 FILLER                PIC X(3).
          02 LTRNOC              PIC X.
          02 LTRNOH              PIC X.
          02 LTRNOO              PIC X(6).
          02 FILLER                PIC X(3).
          02 EMPCDC              PIC X.
          02 EMPCDH              PIC X.
          02 EMPCDO              PIC X(8).
          02 FILLER                PIC X(3).
          02 EMPNMC              PIC X.
          02 EMPNMH              PIC X.
          02 EMPNMO              PIC X(30).
          02 FILLER                PIC X(3).
          02 LTRTYPC              PIC X.
          02 LTRTYPH              PIC X.
          02 LTRTYPO              PIC X(1).
          02 FILLER                PIC X(3).
          02 ADDRSC              PIC X.
          02 ADDRSH              PIC X.
          02 ADDRSO              PIC X(30).
          02 FILLER                PIC X(3).
          02 PURPOSC              PIC X.
          02 PURPOSH              PIC X.
          02 PURPOSO              PIC X(30).
          02 FILLER                PIC X(3).
          02 LSTATC              PIC X.
          02 LSTATH              PIC X.
          02 LSTATO              PIC X(1).
          02 FILLER                PIC X(3).
          02 LTRREFC              PIC X.
          02 LTRREFH              PIC X.
          02 LTRREFO              PIC X(12).
          02 FILLER                PIC X(3).
          02 MSGLINC              PIC X.
          02 MSGLINH              PIC X.
          02 MSGLINO              PIC X(50).
