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
        01 PTRCINQI.
          02 TITLEL              PIC S9(4) COMP.
          02 TITLEF              PIC X.
          02 FILLER REDEFINES TITLEF.
            05 TITLEA              PIC X.
          02 FILLER           PIC X(2).
          02 TITLEI              PIC X(50).
          02 EMPCDL              PIC S9(4) COMP.
          02 EMPCDF              PIC X.
          02 FILLER REDEFINES EMPCDF.
            05 EMPCDA              PIC X.
          02 FILLER           PIC X(2).
          02 EMPCDI              PIC X(5).
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
          02 MSGLINL              PIC S9(4) COMP.
          02 MSGLINF              PIC X.
          02 FILLER REDEFINES MSGLINF.
            05 MSGLINA              PIC X.
          02 FILLER           PIC X(2).
          02 MSGLINI              PIC X(50).
          02 SOURCEL              PIC S9(4) COMP.
          02 SOURCEF              PIC X.
          02 FILLER REDEFINES SOURCEF.
            05 SOURCEA              PIC X.
          02 FILLER           PIC X(2).
          02 SOURCEI              PIC X(1).
          02 GRDBASL              PIC S9(4) COMP.
          02 GRDBASF              PIC X.
          02 FILLER REDEFINES GRDBASF.
            05 GRDBASA              PIC X.
          02 FILLER           PIC X(2).
          02 GRDBASI              PIC X(12).
          02 PDBASL              PIC S9(4) COMP.
          02 PDBASF              PIC X.
          02 FILLER REDEFINES PDBASF.
            05 PDBASA              PIC X.
          02 FILLER           PIC X(2).
          02 PDBASI              PIC X(12).
          02 WKCATL              PIC S9(4) COMP.
          02 WKCATF              PIC X.
          02 FILLER REDEFINES WKCATF.
            05 WKCATA              PIC X.
          02 FILLER           PIC X(2).
          02 WKCATI              PIC X(1).
          02 FULGRSL              PIC S9(4) COMP.
          02 FULGRSF              PIC X.
          02 FILLER REDEFINES FULGRSF.
            05 FULGRSA              PIC X.
          02 FILLER           PIC X(2).
          02 FULGRSI              PIC X(12).
          02 DAYSL              PIC S9(4) COMP.
          02 DAYSF              PIC X.
          02 FILLER REDEFINES DAYSF.
            05 DAYSA              PIC X.
          02 FILLER           PIC X(2).
          02 DAYSI              PIC X(4).
          02 FACTORL              PIC S9(4) COMP.
          02 FACTORF              PIC X.
          02 FILLER REDEFINES FACTORF.
            05 FACTORA              PIC X.
          02 FILLER           PIC X(2).
          02 FACTORI              PIC X(6).
          02 GROSSL              PIC S9(4) COMP.
          02 GROSSF              PIC X.
          02 FILLER REDEFINES GROSSF.
            05 GROSSA              PIC X.
          02 FILLER           PIC X(2).
          02 GROSSI              PIC X(12).
          02 SPLITL              PIC S9(4) COMP.
          02 SPLITF              PIC X.
          02 FILLER REDEFINES SPLITF.
            05 SPLITA              PIC X.
          02 FILLER           PIC X(2).
          02 SPLITI              PIC X(6).
          02 OLDDPTL              PIC S9(4) COMP.
          02 OLDDPTF              PIC X.
          02 FILLER REDEFINES OLDDPTF.
            05 OLDDPTA              PIC X.
          02 FILLER           PIC X(2).
          02 OLDDPTI              PIC X(5).
          02 LVDAYSL              PIC S9(4) COMP.
          02 LVDAYSF              PIC X.
          02 FILLER REDEFINES LVDAYSF.
            05 LVDAYSA              PIC X.
          02 FILLER           PIC X(2).
          02 LVDAYSI              PIC X(4).
          02 SSDAYSL              PIC S9(4) COMP.
          02 SSDAYSF              PIC X.
          02 FILLER REDEFINES SSDAYSF.
            05 SSDAYSA              PIC X.
          02 FILLER           PIC X(2).
          02 SSDAYSI              PIC X(4).
          02 DOCKL              PIC S9(4) COMP.
          02 DOCKF              PIC X.
          02 FILLER REDEFINES DOCKF.
            05 DOCKA              PIC X.
          02 FILLER           PIC X(2).
          02 DOCKI              PIC X(12).
          02 ACTDYSL              PIC S9(4) COMP.
          02 ACTDYSF              PIC X.
          02 FILLER REDEFINES ACTDYSF.
            05 ACTDYSA              PIC X.
          02 FILLER           PIC X(2).
          02 ACTDYSI              PIC X(4).
          02 ACTAMTL              PIC S9(4) COMP.
          02 ACTAMTF              PIC X.
          02 FILLER REDEFINES ACTAMTF.
            05 ACTAMTA              PIC X.
          02 FILLER           PIC X(2).
          02 ACTAMTI              PIC X(12).
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
          02 SHFAMTL              PIC S9(4) COMP.
          02 SHFAMTF              PIC X.
          02 FILLER REDEFINES SHFAMTF.
            05 SHFAMTA              PIC X.
          02 FILLER           PIC X(2).
          02 SHFAMTI              PIC X(12).
          02 EXPAMTL              PIC S9(4) COMP.
          02 EXPAMTF              PIC X.
          02 FILLER REDEFINES EXPAMTF.
            05 EXPAMTA              PIC X.
          02 FILLER           PIC X(2).
          02 EXPAMTI              PIC X(12).
          02 PERQVL              PIC S9(4) COMP.
          02 PERQVF              PIC X.
          02 FILLER REDEFINES PERQVF.
            05 PERQVA              PIC X.
          02 FILLER           PIC X(2).
          02 PERQVI              PIC X(12).
          02 ANNTXBL              PIC S9(4) COMP.
          02 ANNTXBF              PIC X.
          02 FILLER REDEFINES ANNTXBF.
            05 ANNTXBA              PIC X.
          02 FILLER           PIC X(2).
          02 ANNTXBI              PIC X(14).
          02 DECLL              PIC S9(4) COMP.
          02 DECLF              PIC X.
          02 FILLER REDEFINES DECLF.
            05 DECLA              PIC X.
          02 FILLER           PIC X(2).
          02 DECLI              PIC X(14).
          02 SLABRTL              PIC S9(4) COMP.
          02 SLABRTF              PIC X.
          02 FILLER REDEFINES SLABRTF.
            05 SLABRTA              PIC X.
          02 FILLER           PIC X(2).
          02 SLABRTI              PIC X(6).
          02 PRDLFTL              PIC S9(4) COMP.
          02 PRDLFTF              PIC X.
          02 FILLER REDEFINES PRDLFTF.
            05 PRDLFTA              PIC X.
          02 FILLER           PIC X(2).
          02 PRDLFTI              PIC X(4).
          02 TAXDEDL              PIC S9(4) COMP.
          02 TAXDEDF              PIC X.
          02 FILLER REDEFINES TAXDEDF.
            05 TAXDEDA              PIC X.
          02 FILLER           PIC X(2).
          02 TAXDEDI              PIC X(12).
          02 TRUEUPL              PIC S9(4) COMP.
          02 TRUEUPF              PIC X.
          02 FILLER REDEFINES TRUEUPF.
            05 TRUEUPA              PIC X.
          02 FILLER           PIC X(2).
          02 TRUEUPI              PIC X(12).
          02 ESIEEL              PIC S9(4) COMP.
          02 ESIEEF              PIC X.
          02 FILLER REDEFINES ESIEEF.
            05 ESIEEA              PIC X.
          02 FILLER           PIC X(2).
          02 ESIEEI              PIC X(12).
          02 PROFTXL              PIC S9(4) COMP.
          02 PROFTXF              PIC X.
          02 FILLER REDEFINES PROFTXF.
            05 PROFTXA              PIC X.
          02 FILLER           PIC X(2).
          02 PROFTXI              PIC X(12).
          02 GARNL              PIC S9(4) COMP.
          02 GARNF              PIC X.
          02 FILLER REDEFINES GARNF.
            05 GARNA              PIC X.
          02 FILLER           PIC X(2).
          02 GARNI              PIC X(12).
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
          02 RUNTSL              PIC S9(4) COMP.
          02 RUNTSF              PIC X.
          02 FILLER REDEFINES RUNTSF.
            05 RUNTSA              PIC X.
          02 FILLER           PIC X(2).
          02 RUNTSI              PIC X(21).

        01 PTRCINQO REDEFINES PTRCINQI.
          02 FILLER                PIC X(3).
          02 TITLEC              PIC X.
          02 TITLEH              PIC X.
          02 TITLEO              PIC X(50).
          02 FILLER                PIC X(3).
          02 EMPCDC              PIC X.
          02 EMPCDH              PIC X.
          02 EMPCDO              PIC X(5).
          02 FILLER                PIC X(3).
          02 PERIODC              PIC X.
          02 PERIODH              PIC X.
          02 PERIODO              PIC X(6).
          02 FILLER                PIC X(3).
          02 RUNTYPC              PIC X.
          02 RUNTYPH              PIC X.
          02 RUNTYPO              PIC X(1).
          02 FILLER                PIC X(3).
          02 MSGLINC              PIC X.
          02 MSGLINH              PIC X.
          02 MSGLINO              PIC X(50).
          02 FILLER                PIC X(3).
          02 SOURCEC              PIC X.
          02 SOURCEH              PIC X.
          02 SOURCEO              PIC X(1).
          02 FILLER                PIC X(3).
          02 GRDBASC              PIC X.
          02 GRDBASH              PIC X.
          02 GRDBASO              PIC X(12).
          02 FILLER                PIC X(3).
          02 PDBASC              PIC X.
          02 PDBASH              PIC X.
          02 PDBASO              PIC X(12).
          02 FILLER                PIC X(3).
          02 WKCATC              PIC X.
          02 WKCATH              PIC X.
          02 WKCATO              PIC X(1).
          02 FILLER                PIC X(3).
          02 FULGRSC              PIC X.
          02 FULGRSH              PIC X.
          02 FULGRSO              PIC X(12).
          02 FILLER                PIC X(3).
          02 DAYSC              PIC X.
          02 DAYSH              PIC X.
          02 DAYSO              PIC X(4).
          02 FILLER                PIC X(3).
          02 FACTORC              PIC X.
          02 FACTORH              PIC X.
          02 FACTORO              PIC X(6).
          02 FILLER                PIC X(3).
          02 GROSSC              PIC X.
          02 GROSSH              PIC X.
          02 GROSSO              PIC X(12).
          02 FILLER                PIC X(3).
          02 SPLITC              PIC X.
          02 SPLITH              PIC X.
          02 SPLITO              PIC X(6).
          02 FILLER                PIC X(3).
          02 OLDDPTC              PIC X.
          02 OLDDPTH              PIC X.
          02 OLDDPTO              PIC X(5).
          02 FILLER                PIC X(3).
          02 LVDAYSC              PIC X.
          02 LVDAYSH              PIC X.
          02 LVDAYSO              PIC X(4).
          02 FILLER                PIC X(3).
          02 SSDAYSC              PIC X.
          02 SSDAYSH              PIC X.
          02 SSDAYSO              PIC X(4).
          02 FILLER                PIC X(3).
          02 DOCKC              PIC X.
          02 DOCKH              PIC X.
          02 DOCKO              PIC X(12).
          02 FILLER                PIC X(3).
          02 ACTDYSC              PIC X.
          02 ACTDYSH              PIC X.
          02 ACTDYSO              PIC X(4).
          02 FILLER                PIC X(3).
          02 ACTAMTC              PIC X.
          02 ACTAMTH              PIC X.
          02 ACTAMTO              PIC X(12).
          02 FILLER                PIC X(3).
          02 ARREARC              PIC X.
          02 ARREARH              PIC X.
          02 ARREARO              PIC X(12).
          02 FILLER                PIC X(3).
          02 OTPAYC              PIC X.
          02 OTPAYH              PIC X.
          02 OTPAYO              PIC X(12).
          02 FILLER                PIC X(3).
          02 SHFAMTC              PIC X.
          02 SHFAMTH              PIC X.
          02 SHFAMTO              PIC X(12).
          02 FILLER                PIC X(3).
          02 EXPAMTC              PIC X.
          02 EXPAMTH              PIC X.
          02 EXPAMTO              PIC X(12).
          02 FILLER                PIC X(3).
          02 PERQVC              PIC X.
          02 PERQVH              PIC X.
          02 PERQVO              PIC X(12).
          02 FILLER                PIC X(3).
          02 ANNTXBC              PIC X.
          02 ANNTXBH              PIC X.
          02 ANNTXBO              PIC X(14).
          02 FILLER                PIC X(3).
          02 DECLC              PIC X.
          02 DECLH              PIC X.
          02 DECLO              PIC X(14).
          02 FILLER                PIC X(3).
          02 SLABRTC              PIC X.
          02 SLABRTH              PIC X.
          02 SLABRTO              PIC X(6).
          02 FILLER                PIC X(3).
          02 PRDLFTC              PIC X.
          02 PRDLFTH              PIC X.
          02 PRDLFTO              PIC X(4).
          02 FILLER                PIC X(3).
          02 TAXDEDC              PIC X.
          02 TAXDEDH              PIC X.
          02 TAXDEDO              PIC X(12).
          02 FILLER                PIC X(3).
          02 TRUEUPC              PIC X.
          02 TRUEUPH              PIC X.
          02 TRUEUPO              PIC X(12).
          02 FILLER                PIC X(3).
          02 ESIEEC              PIC X.
          02 ESIEEH              PIC X.
          02 ESIEEO              PIC X(12).
          02 FILLER                PIC X(3).
          02 PROFTXC              PIC X.
          02 PROFTXH              PIC X.
          02 PROFTXO              PIC X(12).
          02 FILLER                PIC X(3).
          02 GARNC              PIC X.
          02 GARNH              PIC X.
          02 GARNO              PIC X(12).
          02 FILLER                PIC X(3).
          02 DEDRECC              PIC X.
          02 DEDRECH              PIC X.
          02 DEDRECO              PIC X(12).
          02 FILLER                PIC X(3).
          02 NETPAYC              PIC X.
          02 NETPAYH              PIC X.
          02 NETPAYO              PIC X(12).
          02 FILLER                PIC X(3).
          02 RUNTSC              PIC X.
          02 RUNTSH              PIC X.
          02 RUNTSO              PIC X(21).
