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
        01 INCMNTI.
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
          02 INCNOL              PIC S9(4) COMP.
          02 INCNOF              PIC X.
          02 FILLER REDEFINES INCNOF.
            05 INCNOA              PIC X.
          02 FILLER           PIC X(2).
          02 INCNOI              PIC X(8).
          02 INCDTL              PIC S9(4) COMP.
          02 INCDTF              PIC X.
          02 FILLER REDEFINES INCDTF.
            05 INCDTA              PIC X.
          02 FILLER           PIC X(2).
          02 INCDTI              PIC X(10).
          02 LOCL              PIC S9(4) COMP.
          02 LOCF              PIC X.
          02 FILLER REDEFINES LOCF.
            05 LOCA              PIC X.
          02 FILLER           PIC X(2).
          02 LOCI              PIC X(5).
          02 DESCL              PIC S9(4) COMP.
          02 DESCF              PIC X.
          02 FILLER REDEFINES DESCF.
            05 DESCA              PIC X.
          02 FILLER           PIC X(2).
          02 DESCI              PIC X(40).
          02 RPTFLGL              PIC S9(4) COMP.
          02 RPTFLGF              PIC X.
          02 FILLER REDEFINES RPTFLGF.
            05 RPTFLGA              PIC X.
          02 FILLER           PIC X(2).
          02 RPTFLGI              PIC X(1).
          02 RPTDTL              PIC S9(4) COMP.
          02 RPTDTF              PIC X.
          02 FILLER REDEFINES RPTDTF.
            05 RPTDTA              PIC X.
          02 FILLER           PIC X(2).
          02 RPTDTI              PIC X(10).
          02 RPTREFL              PIC S9(4) COMP.
          02 RPTREFF              PIC X.
          02 FILLER REDEFINES RPTREFF.
            05 RPTREFA              PIC X.
          02 FILLER           PIC X(2).
          02 RPTREFI              PIC X(15).
          02 EMPCDL              PIC S9(4) COMP.
          02 EMPCDF              PIC X.
          02 FILLER REDEFINES EMPCDF.
            05 EMPCDA              PIC X.
          02 FILLER           PIC X(2).
          02 EMPCDI              PIC X(8).
          02 INJCLSL              PIC S9(4) COMP.
          02 INJCLSF              PIC X.
          02 FILLER REDEFINES INJCLSF.
            05 INJCLSA              PIC X.
          02 FILLER           PIC X(2).
          02 INJCLSI              PIC X(2).
          02 FROMDTL              PIC S9(4) COMP.
          02 FROMDTF              PIC X.
          02 FILLER REDEFINES FROMDTF.
            05 FROMDTA              PIC X.
          02 FILLER           PIC X(2).
          02 FROMDTI              PIC X(10).
          02 TODTL              PIC S9(4) COMP.
          02 TODTF              PIC X.
          02 FILLER REDEFINES TODTF.
            05 TODTA              PIC X.
          02 FILLER           PIC X(2).
          02 TODTI              PIC X(10).
          02 LOSTDYL              PIC S9(4) COMP.
          02 LOSTDYF              PIC X.
          02 FILLER REDEFINES LOSTDYF.
            05 LOSTDYA              PIC X.
          02 FILLER           PIC X(2).
          02 LOSTDYI              PIC 9(3).
          02 MSGLINL              PIC S9(4) COMP.
          02 MSGLINF              PIC X.
          02 FILLER REDEFINES MSGLINF.
            05 MSGLINA              PIC X.
          02 FILLER           PIC X(2).
          02 MSGLINI              PIC X(50).

        01 INCMNTO REDEFINES INCMNTI.
          02 FILLER                PIC X(3).
          02 TITLEC              PIC X.
          02 TITLEH              PIC X.
          02 TITLEO              PIC X(30).
          02 FILLER                PIC X(3).
          02 ACTIONC              PIC X.
          02 ACTIONH              PIC X.
          02 ACTIONO              PIC X(1).
          02 FILLER                PIC X(3).
          02 INCNOC              PIC X.
          02 INCNOH              PIC X.
          02 INCNOO              PIC X(8).
          02 FILLER                PIC X(3).
          02 INCDTC              PIC X.
          02 INCDTH              PIC X.
          02 INCDTO              PIC X(10).
          02 FILLER                PIC X(3).
          02 LOCC              PIC X.
          02 LOCH              PIC X.
          02 LOCO              PIC X(5).
          02 FILLER                PIC X(3).
          02 DESCC              PIC X.
          02 DESCH              PIC X.
          02 DESCO              PIC X(40).
          02 FILLER                PIC X(3).
          02 RPTFLGC              PIC X.
          02 RPTFLGH              PIC X.
          02 RPTFLGO              PIC X(1).
          02 FILLER                PIC X(3).
          02 RPTDTC              PIC X.
          02 RPTDTH              PIC X.
          02 RPTDTO              PIC X(10).
          02 FILLER                PIC X(3).
          02 RPTREFC              PIC X.
          02 RPTREFH              PIC X.
          02 RPTREFO              PIC X(15).
          02 FILLER                PIC X(3).
          02 EMPCDC              PIC X.
          02 EMPCDH              PIC X.
          02 EMPCDO              PIC X(8).
          02 FILLER                PIC X(3).
          02 INJCLSC              PIC X.
          02 INJCLSH              PIC X.
          02 INJCLSO              PIC X(2).
          02 FILLER                PIC X(3).
          02 FROMDTC              PIC X.
          02 FROMDTH              PIC X.
          02 FROMDTO              PIC X(10).
          02 FILLER                PIC X(3).
          02 TODTC              PIC X.
          02 TODTH              PIC X.
          02 TODTO              PIC X(10).
          02 FILLER                PIC X(3).
          02 LOSTDYC              PIC X.
          02 LOSTDYH              PIC X.
          02 LOSTDYO              PIC 9(3).
          02 FILLER                PIC X(3).
          02 MSGLINC              PIC X.
          02 MSGLINH              PIC X.
          02 MSGLINO              PIC X(50).
