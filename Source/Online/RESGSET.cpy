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
        01 RESGMNTI.
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
          02 EMPNML              PIC S9(4) COMP.
          02 EMPNMF              PIC X.
          02 FILLER REDEFINES EMPNMF.
            05 EMPNMA              PIC X.
          02 FILLER           PIC X(2).
          02 EMPNMI              PIC X(30).
          02 DESGCDL              PIC S9(4) COMP.
          02 DESGCDF              PIC X.
          02 FILLER REDEFINES DESGCDF.
            05 DESGCDA              PIC X.
          02 FILLER           PIC X(2).
          02 DESGCDI              PIC X(5).
          02 WRKCATL              PIC S9(4) COMP.
          02 WRKCATF              PIC X.
          02 FILLER REDEFINES WRKCATF.
            05 WRKCATA              PIC X.
          02 FILLER           PIC X(2).
          02 WRKCATI              PIC X(1).
          02 SUBMDTL              PIC S9(4) COMP.
          02 SUBMDTF              PIC X.
          02 FILLER REDEFINES SUBMDTF.
            05 SUBMDTA              PIC X.
          02 FILLER           PIC X(2).
          02 SUBMDTI              PIC X(10).
          02 NTCDAYL              PIC S9(4) COMP.
          02 NTCDAYF              PIC X.
          02 FILLER REDEFINES NTCDAYF.
            05 NTCDAYA              PIC X.
          02 FILLER           PIC X(2).
          02 NTCDAYI              PIC 9(3).
          02 REQLWDL              PIC S9(4) COMP.
          02 REQLWDF              PIC X.
          02 FILLER REDEFINES REQLWDF.
            05 REQLWDA              PIC X.
          02 FILLER           PIC X(2).
          02 REQLWDI              PIC X(10).
          02 AGRLWDL              PIC S9(4) COMP.
          02 AGRLWDF              PIC X.
          02 FILLER REDEFINES AGRLWDF.
            05 AGRLWDA              PIC X.
          02 FILLER           PIC X(2).
          02 AGRLWDI              PIC X(10).
          02 TREATL              PIC S9(4) COMP.
          02 TREATF              PIC X.
          02 FILLER REDEFINES TREATF.
            05 TREATA              PIC X.
          02 FILLER           PIC X(2).
          02 TREATI              PIC X(1).
          02 SHRTDYL              PIC S9(4) COMP.
          02 SHRTDYF              PIC X.
          02 FILLER REDEFINES SHRTDYF.
            05 SHRTDYA              PIC X.
          02 FILLER           PIC X(2).
          02 SHRTDYI              PIC 9(3).
          02 APPRIDL              PIC S9(4) COMP.
          02 APPRIDF              PIC X.
          02 FILLER REDEFINES APPRIDF.
            05 APPRIDA              PIC X.
          02 FILLER           PIC X(2).
          02 APPRIDI              PIC X(8).
          02 RSTATL              PIC S9(4) COMP.
          02 RSTATF              PIC X.
          02 FILLER REDEFINES RSTATF.
            05 RSTATA              PIC X.
          02 FILLER           PIC X(2).
          02 RSTATI              PIC X(1).
          02 MSGLINL              PIC S9(4) COMP.
          02 MSGLINF              PIC X.
          02 FILLER REDEFINES MSGLINF.
            05 MSGLINA              PIC X.
          02 FILLER           PIC X(2).
          02 MSGLINI              PIC X(50).

        01 RESGMNTO REDEFINES RESGMNTI.
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
          02 EMPNMC              PIC X.
          02 EMPNMH              PIC X.
          02 EMPNMO              PIC X(30).
          02 FILLER                PIC X(3).
          02 DESGCDC              PIC X.
          02 DESGCDH              PIC X.
          02 DESGCDO              PIC X(5).
          02 FILLER                PIC X(3).
          02 WRKCATC              PIC X.
          02 WRKCATH              PIC X.
          02 WRKCATO              PIC X(1).
          02 FILLER                PIC X(3).
          02 SUBMDTC              PIC X.
          02 SUBMDTH              PIC X.
          02 SUBMDTO              PIC X(10).
          02 FILLER                PIC X(3).
          02 NTCDAYC              PIC X.
          02 NTCDAYH              PIC X.
          02 NTCDAYO              PIC 9(3).
          02 FILLER                PIC X(3).
          02 REQLWDC              PIC X.
          02 REQLWDH              PIC X.
          02 REQLWDO              PIC X(10).
          02 FILLER                PIC X(3).
          02 AGRLWDC              PIC X.
          02 AGRLWDH              PIC X.
          02 AGRLWDO              PIC X(10).
          02 FILLER                PIC X(3).
          02 TREATC              PIC X.
          02 TREATH              PIC X.
          02 TREATO              PIC X(1).
          02 FILLER                PIC X(3).
          02 SHRTDYC              PIC X.
          02 SHRTDYH              PIC X.
          02 SHRTDYO              PIC 9(3).
          02 FILLER                PIC X(3).
          02 APPRIDC              PIC X.
          02 APPRIDH              PIC X.
          02 APPRIDO              PIC X(8).
          02 FILLER                PIC X(3).
          02 RSTATC              PIC X.
          02 RSTATH              PIC X.
          02 RSTATO              PIC X(1).
          02 FILLER                PIC X(3).
          02 MSGLINC              PIC X.
          02 MSGLINH              PIC X.
          02 MSGLINO              PIC X(50).
