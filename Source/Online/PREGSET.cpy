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
        01 PREGLSTI.
          02 TITLEL              PIC S9(4) COMP.
          02 TITLEF              PIC X.
          02 FILLER REDEFINES TITLEF.
            05 TITLEA              PIC X.
          02 FILLER           PIC X(2).
          02 TITLEI              PIC X(50).
          02 PERIODL              PIC S9(4) COMP.
          02 PERIODF              PIC X.
          02 FILLER REDEFINES PERIODF.
            05 PERIODA              PIC X.
          02 FILLER           PIC X(2).
          02 PERIODI              PIC X(6).
          02 RUNTYPL              PIC S9(4) COMP.
          02 RUNTYPF              PIC X.
          02 FILLER REDEFINES RUNTYPF.
            05 RUNTYPA              PIC X.
          02 FILLER           PIC X(2).
          02 RUNTYPI              PIC X(1).
          02 DEPTL              PIC S9(4) COMP.
          02 DEPTF              PIC X.
          02 FILLER REDEFINES DEPTF.
            05 DEPTA              PIC X.
          02 FILLER           PIC X(2).
          02 DEPTI              PIC X(5).
          02 COMPL              PIC S9(4) COMP.
          02 COMPF              PIC X.
          02 FILLER REDEFINES COMPF.
            05 COMPA              PIC X.
          02 FILLER           PIC X(2).
          02 COMPI              PIC X(3).
          02 MSGLINL              PIC S9(4) COMP.
          02 MSGLINF              PIC X.
          02 FILLER REDEFINES MSGLINF.
            05 MSGLINA              PIC X.
          02 FILLER           PIC X(2).
          02 MSGLINI              PIC X(50).
          02 REG-LINEI OCCURS 10 TIMES.
            05 PICKL              PIC S9(4) COMP.
            05 PICKF               PIC X.
            05 FILLER REDEFINES PICKF.
              10 PICKA               PIC X.
            05 FILLER            PIC X(2).
            05 PICKI               PIC X(1).
            05 LEMPL              PIC S9(4) COMP.
            05 LEMPF               PIC X.
            05 FILLER REDEFINES LEMPF.
              10 LEMPA               PIC X.
            05 FILLER            PIC X(2).
            05 LEMPI               PIC X(5).
            05 LNAMEL              PIC S9(4) COMP.
            05 LNAMEF               PIC X.
            05 FILLER REDEFINES LNAMEF.
              10 LNAMEA               PIC X.
            05 FILLER            PIC X(2).
            05 LNAMEI               PIC X(20).
            05 LDEPTL              PIC S9(4) COMP.
            05 LDEPTF               PIC X.
            05 FILLER REDEFINES LDEPTF.
              10 LDEPTA               PIC X.
            05 FILLER            PIC X(2).
            05 LDEPTI               PIC X(5).
            05 LCOMPL              PIC S9(4) COMP.
            05 LCOMPF               PIC X.
            05 FILLER REDEFINES LCOMPF.
              10 LCOMPA               PIC X.
            05 FILLER            PIC X(2).
            05 LCOMPI               PIC X(3).
            05 LNETL              PIC S9(4) COMP.
            05 LNETF               PIC X.
            05 FILLER REDEFINES LNETF.
              10 LNETA               PIC X.
            05 FILLER            PIC X(2).
            05 LNETI               PIC X(12).
            05 LCRSTL              PIC S9(4) COMP.
            05 LCRSTF               PIC X.
            05 FILLER REDEFINES LCRSTF.
              10 LCRSTA               PIC X.
            05 FILLER            PIC X(2).
            05 LCRSTI               PIC X(1).
            05 LHOLDL              PIC S9(4) COMP.
            05 LHOLDF               PIC X.
            05 FILLER REDEFINES LHOLDF.
              10 LHOLDA               PIC X.
            05 FILLER            PIC X(2).
            05 LHOLDI               PIC X(1).

        01 PREGLSTO REDEFINES PREGLSTI.
          02 FILLER                PIC X(3).
          02 TITLEC              PIC X.
          02 TITLEH              PIC X.
          02 TITLEO              PIC X(50).
          02 FILLER                PIC X(3).
          02 PERIODC              PIC X.
          02 PERIODH              PIC X.
          02 PERIODO              PIC X(6).
          02 FILLER                PIC X(3).
          02 RUNTYPC              PIC X.
          02 RUNTYPH              PIC X.
          02 RUNTYPO              PIC X(1).
          02 FILLER                PIC X(3).
          02 DEPTC              PIC X.
          02 DEPTH              PIC X.
          02 DEPTO              PIC X(5).
          02 FILLER                PIC X(3).
          02 COMPC              PIC X.
          02 COMPH              PIC X.
          02 COMPO              PIC X(3).
          02 FILLER                PIC X(3).
          02 MSGLINC              PIC X.
          02 MSGLINH              PIC X.
          02 MSGLINO              PIC X(50).
          02 REG-LINEO OCCURS 10 TIMES.
            05 FILLER             PIC X(3).
            05 PICKC               PIC X.
            05 PICKH               PIC X.
            05 PICKO               PIC X(1).
            05 FILLER             PIC X(3).
            05 LEMPC               PIC X.
            05 LEMPH               PIC X.
            05 LEMPO               PIC X(5).
            05 FILLER             PIC X(3).
            05 LNAMEC               PIC X.
            05 LNAMEH               PIC X.
            05 LNAMEO               PIC X(20).
            05 FILLER             PIC X(3).
            05 LDEPTC               PIC X.
            05 LDEPTH               PIC X.
            05 LDEPTO               PIC X(5).
            05 FILLER             PIC X(3).
            05 LCOMPC               PIC X.
            05 LCOMPH               PIC X.
            05 LCOMPO               PIC X(3).
            05 FILLER             PIC X(3).
            05 LNETC               PIC X.
            05 LNETH               PIC X.
            05 LNETO               PIC X(12).
            05 FILLER             PIC X(3).
            05 LCRSTC               PIC X.
            05 LCRSTH               PIC X.
            05 LCRSTO               PIC X(1).
            05 FILLER             PIC X(3).
            05 LHOLDC               PIC X.
            05 LHOLDH               PIC X.
            05 LHOLDO               PIC X(1).

        01 PREGDTLI.
          02 DTITLEL              PIC S9(4) COMP.
          02 DTITLEF              PIC X.
          02 FILLER REDEFINES DTITLEF.
            05 DTITLEA              PIC X.
          02 FILLER           PIC X(2).
          02 DTITLEI              PIC X(50).
          02 DEMPL              PIC S9(4) COMP.
          02 DEMPF              PIC X.
          02 FILLER REDEFINES DEMPF.
            05 DEMPA              PIC X.
          02 FILLER           PIC X(2).
          02 DEMPI              PIC X(5).
          02 DNAMEL              PIC S9(4) COMP.
          02 DNAMEF              PIC X.
          02 FILLER REDEFINES DNAMEF.
            05 DNAMEA              PIC X.
          02 FILLER           PIC X(2).
          02 DNAMEI              PIC X(30).
          02 DPERDL              PIC S9(4) COMP.
          02 DPERDF              PIC X.
          02 FILLER REDEFINES DPERDF.
            05 DPERDA              PIC X.
          02 FILLER           PIC X(2).
          02 DPERDI              PIC X(6).
          02 DRTYPL              PIC S9(4) COMP.
          02 DRTYPF              PIC X.
          02 FILLER REDEFINES DRTYPF.
            05 DRTYPA              PIC X.
          02 FILLER           PIC X(2).
          02 DRTYPI              PIC X(1).
          02 DDEPTL              PIC S9(4) COMP.
          02 DDEPTF              PIC X.
          02 FILLER REDEFINES DDEPTF.
            05 DDEPTA              PIC X.
          02 FILLER           PIC X(2).
          02 DDEPTI              PIC X(5).
          02 DDESGL              PIC S9(4) COMP.
          02 DDESGF              PIC X.
          02 FILLER REDEFINES DDESGF.
            05 DDESGA              PIC X.
          02 FILLER           PIC X(2).
          02 DDESGI              PIC X(5).
          02 DCOMPL              PIC S9(4) COMP.
          02 DCOMPF              PIC X.
          02 FILLER REDEFINES DCOMPF.
            05 DCOMPA              PIC X.
          02 FILLER           PIC X(2).
          02 DCOMPI              PIC X(3).
          02 BASICL              PIC S9(4) COMP.
          02 BASICF              PIC X.
          02 FILLER REDEFINES BASICF.
            05 BASICA              PIC X.
          02 FILLER           PIC X(2).
          02 BASICI              PIC X(12).
          02 HRAL              PIC S9(4) COMP.
          02 HRAF              PIC X.
          02 FILLER REDEFINES HRAF.
            05 HRAA              PIC X.
          02 FILLER           PIC X(2).
          02 HRAI              PIC X(12).
          02 CONVL              PIC S9(4) COMP.
          02 CONVF              PIC X.
          02 FILLER REDEFINES CONVF.
            05 CONVA              PIC X.
          02 FILLER           PIC X(2).
          02 CONVI              PIC X(12).
          02 MEDL              PIC S9(4) COMP.
          02 MEDF              PIC X.
          02 FILLER REDEFINES MEDF.
            05 MEDA              PIC X.
          02 FILLER           PIC X(2).
          02 MEDI              PIC X(12).
          02 PFDEDL              PIC S9(4) COMP.
          02 PFDEDF              PIC X.
          02 FILLER REDEFINES PFDEDF.
            05 PFDEDA              PIC X.
          02 FILLER           PIC X(2).
          02 PFDEDI              PIC X(12).
          02 ARREARL              PIC S9(4) COMP.
          02 ARREARF              PIC X.
          02 FILLER REDEFINES ARREARF.
            05 ARREARA              PIC X.
          02 FILLER           PIC X(2).
          02 ARREARI              PIC X(12).
          02 OTPAYL              PIC S9(4) COMP.
          02 OTPAYF              PIC X.
          02 FILLER REDEFINES OTPAYF.
            05 OTPAYA              PIC X.
          02 FILLER           PIC X(2).
          02 OTPAYI              PIC X(12).
          02 ACTALWL              PIC S9(4) COMP.
          02 ACTALWF              PIC X.
          02 FILLER REDEFINES ACTALWF.
            05 ACTALWA              PIC X.
          02 FILLER           PIC X(2).
          02 ACTALWI              PIC X(12).
          02 EXPRMBL              PIC S9(4) COMP.
          02 EXPRMBF              PIC X.
          02 FILLER REDEFINES EXPRMBF.
            05 EXPRMBA              PIC X.
          02 FILLER           PIC X(2).
          02 EXPRMBI              PIC X(12).
          02 SHFALWL              PIC S9(4) COMP.
          02 SHFALWF              PIC X.
          02 FILLER REDEFINES SHFALWF.
            05 SHFALWA              PIC X.
          02 FILLER           PIC X(2).
          02 SHFALWI              PIC X(12).
          02 PERQL              PIC S9(4) COMP.
          02 PERQF              PIC X.
          02 FILLER REDEFINES PERQF.
            05 PERQA              PIC X.
          02 FILLER           PIC X(2).
          02 PERQI              PIC X(12).
          02 TAXDEDL              PIC S9(4) COMP.
          02 TAXDEDF              PIC X.
          02 FILLER REDEFINES TAXDEDF.
            05 TAXDEDA              PIC X.
          02 FILLER           PIC X(2).
          02 TAXDEDI              PIC X(12).
          02 PROFTXL              PIC S9(4) COMP.
          02 PROFTXF              PIC X.
          02 FILLER REDEFINES PROFTXF.
            05 PROFTXA              PIC X.
          02 FILLER           PIC X(2).
          02 PROFTXI              PIC X(12).
          02 ESIEEL              PIC S9(4) COMP.
          02 ESIEEF              PIC X.
          02 FILLER REDEFINES ESIEEF.
            05 ESIEEA              PIC X.
          02 FILLER           PIC X(2).
          02 ESIEEI              PIC X(12).
          02 DEDRECL              PIC S9(4) COMP.
          02 DEDRECF              PIC X.
          02 FILLER REDEFINES DEDRECF.
            05 DEDRECA              PIC X.
          02 FILLER           PIC X(2).
          02 DEDRECI              PIC X(12).
          02 NETPAYL              PIC S9(4) COMP.
          02 NETPAYF              PIC X.
          02 FILLER REDEFINES NETPAYF.
            05 NETPAYA              PIC X.
          02 FILLER           PIC X(2).
          02 NETPAYI              PIC X(12).
          02 CRSTATL              PIC S9(4) COMP.
          02 CRSTATF              PIC X.
          02 FILLER REDEFINES CRSTATF.
            05 CRSTATA              PIC X.
          02 FILLER           PIC X(2).
          02 CRSTATI              PIC X(1).
          02 CRRSNL              PIC S9(4) COMP.
          02 CRRSNF              PIC X.
          02 FILLER REDEFINES CRRSNF.
            05 CRRSNA              PIC X.
          02 FILLER           PIC X(2).
          02 CRRSNI              PIC X(30).
          02 HLDSTL              PIC S9(4) COMP.
          02 HLDSTF              PIC X.
          02 FILLER REDEFINES HLDSTF.
            05 HLDSTA              PIC X.
          02 FILLER           PIC X(2).
          02 HLDSTI              PIC X(1).
          02 HLDRSNL              PIC S9(4) COMP.
          02 HLDRSNF              PIC X.
          02 FILLER REDEFINES HLDRSNF.
            05 HLDRSNA              PIC X.
          02 FILLER           PIC X(2).
          02 HLDRSNI              PIC X(40).
          02 HLDDTL              PIC S9(4) COMP.
          02 HLDDTF              PIC X.
          02 FILLER REDEFINES HLDDTF.
            05 HLDDTA              PIC X.
          02 FILLER           PIC X(2).
          02 HLDDTI              PIC X(10).
          02 CHQNOL              PIC S9(4) COMP.
          02 CHQNOF              PIC X.
          02 FILLER REDEFINES CHQNOF.
            05 CHQNOA              PIC X.
          02 FILLER           PIC X(2).
          02 CHQNOI              PIC X(8).
          02 CHQSTL              PIC S9(4) COMP.
          02 CHQSTF              PIC X.
          02 FILLER REDEFINES CHQSTF.
            05 CHQSTA              PIC X.
          02 FILLER           PIC X(2).
          02 CHQSTI              PIC X(1).
          02 DMSGL              PIC S9(4) COMP.
          02 DMSGF              PIC X.
          02 FILLER REDEFINES DMSGF.
            05 DMSGA              PIC X.
          02 FILLER           PIC X(2).
          02 DMSGI              PIC X(50).

        01 PREGDTLO REDEFINES PREGDTLI.
          02 FILLER                PIC X(3).
          02 DTITLEC              PIC X.
          02 DTITLEH              PIC X.
          02 DTITLEO              PIC X(50).
          02 FILLER                PIC X(3).
          02 DEMPC              PIC X.
          02 DEMPH              PIC X.
          02 DEMPO              PIC X(5).
          02 FILLER                PIC X(3).
          02 DNAMEC              PIC X.
          02 DNAMEH              PIC X.
          02 DNAMEO              PIC X(30).
          02 FILLER                PIC X(3).
          02 DPERDC              PIC X.
          02 DPERDH              PIC X.
          02 DPERDO              PIC X(6).
          02 FILLER                PIC X(3).
          02 DRTYPC              PIC X.
          02 DRTYPH              PIC X.
          02 DRTYPO              PIC X(1).
          02 FILLER                PIC X(3).
          02 DDEPTC              PIC X.
          02 DDEPTH              PIC X.
          02 DDEPTO              PIC X(5).
          02 FILLER                PIC X(3).
          02 DDESGC              PIC X.
          02 DDESGH              PIC X.
          02 DDESGO              PIC X(5).
          02 FILLER                PIC X(3).
          02 DCOMPC              PIC X.
          02 DCOMPH              PIC X.
          02 DCOMPO              PIC X(3).
          02 FILLER                PIC X(3).
          02 BASICC              PIC X.
          02 BASICH              PIC X.
          02 BASICO              PIC X(12).
          02 FILLER                PIC X(3).
          02 HRAC              PIC X.
          02 HRAH              PIC X.
          02 HRAO              PIC X(12).
          02 FILLER                PIC X(3).
          02 CONVC              PIC X.
          02 CONVH              PIC X.
          02 CONVO              PIC X(12).
          02 FILLER                PIC X(3).
          02 MEDC              PIC X.
          02 MEDH              PIC X.
          02 MEDO              PIC X(12).
          02 FILLER                PIC X(3).
          02 PFDEDC              PIC X.
          02 PFDEDH              PIC X.
          02 PFDEDO              PIC X(12).
          02 FILLER                PIC X(3).
          02 ARREARC              PIC X.
          02 ARREARH              PIC X.
          02 ARREARO              PIC X(12).
          02 FILLER                PIC X(3).
          02 OTPAYC              PIC X.
          02 OTPAYH              PIC X.
          02 OTPAYO              PIC X(12).
          02 FILLER                PIC X(3).
          02 ACTALWC              PIC X.
          02 ACTALWH              PIC X.
          02 ACTALWO              PIC X(12).
          02 FILLER                PIC X(3).
          02 EXPRMBC              PIC X.
          02 EXPRMBH              PIC X.
          02 EXPRMBO              PIC X(12).
          02 FILLER                PIC X(3).
          02 SHFALWC              PIC X.
          02 SHFALWH              PIC X.
          02 SHFALWO              PIC X(12).
          02 FILLER                PIC X(3).
          02 PERQC              PIC X.
          02 PERQH              PIC X.
          02 PERQO              PIC X(12).
          02 FILLER                PIC X(3).
          02 TAXDEDC              PIC X.
          02 TAXDEDH              PIC X.
          02 TAXDEDO              PIC X(12).
          02 FILLER                PIC X(3).
          02 PROFTXC              PIC X.
          02 PROFTXH              PIC X.
          02 PROFTXO              PIC X(12).
          02 FILLER                PIC X(3).
          02 ESIEEC              PIC X.
          02 ESIEEH              PIC X.
          02 ESIEEO              PIC X(12).
          02 FILLER                PIC X(3).
          02 DEDRECC              PIC X.
          02 DEDRECH              PIC X.
          02 DEDRECO              PIC X(12).
          02 FILLER                PIC X(3).
          02 NETPAYC              PIC X.
          02 NETPAYH              PIC X.
          02 NETPAYO              PIC X(12).
          02 FILLER                PIC X(3).
          02 CRSTATC              PIC X.
          02 CRSTATH              PIC X.
          02 CRSTATO              PIC X(1).
          02 FILLER                PIC X(3).
          02 CRRSNC              PIC X.
          02 CRRSNH              PIC X.
          02 CRRSNO              PIC X(30).
          02 FILLER                PIC X(3).
          02 HLDSTC              PIC X.
          02 HLDSTH              PIC X.
          02 HLDSTO              PIC X(1).
          02 FILLER                PIC X(3).
          02 HLDRSNC              PIC X.
          02 HLDRSNH              PIC X.
          02 HLDRSNO              PIC X(40).
          02 FILLER                PIC X(3).
          02 HLDDTC              PIC X.
          02 HLDDTH              PIC X.
          02 HLDDTO              PIC X(10).
          02 FILLER                PIC X(3).
          02 CHQNOC              PIC X.
          02 CHQNOH              PIC X.
          02 CHQNOO              PIC X(8).
          02 FILLER                PIC X(3).
          02 CHQSTC              PIC X.
          02 CHQSTH              PIC X.
          02 CHQSTO              PIC X(1).
          02 FILLER                PIC X(3).
          02 DMSGC              PIC X.
          02 DMSGH              PIC X.
          02 DMSGO              PIC X(50).
