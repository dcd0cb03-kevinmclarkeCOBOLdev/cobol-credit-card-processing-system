      ******************************************************************
      * CCCUSMAPO.CPY - HAND-MAINTAINED SYMBOLIC MAP FOR CCCUSMP1      *
      * (MAPSET CCCUSMAP, SEE CCCUSMAP.BMS). KEEP FIELD ORDER/LENGTHS  *
      * IN SYNC WITH CCCUSMAP.BMS. AN L/F/A/I(/O) GROUP IS CARRIED FOR *
      * EVERY NAMED DFHMDF FIELD, INCLUDING THE PROTECTED LABELS.      *
      ******************************************************************
       01  CCCUSMAPI.
           02  FILLER                   PIC X(12).
           02  TITLE1L                  PIC S9(4) COMP.
           02  TITLE1F                  PIC X.
           02  FILLER REDEFINES TITLE1F.
               03  TITLE1A              PIC X.
           02  TITLE1I                  PIC X(40).
           02  TRANIDL                  PIC S9(4) COMP.
           02  TRANIDF                  PIC X.
           02  FILLER REDEFINES TRANIDF.
               03  TRANIDA              PIC X.
           02  TRANIDI                  PIC X(4).
           02  CIDLBLL                  PIC S9(4) COMP.
           02  CIDLBLF                  PIC X.
           02  FILLER REDEFINES CIDLBLF.
               03  CIDLBLA              PIC X.
           02  CIDLBLI                  PIC X(17).
           02  CSCUSTL                  PIC S9(4) COMP.
           02  CSCUSTF                  PIC X.
           02  FILLER REDEFINES CSCUSTF.
               03  CSCUSTA              PIC X.
           02  CSCUSTI                  PIC X(9).
           02  ACTLBLL                  PIC S9(4) COMP.
           02  ACTLBLF                  PIC X.
           02  FILLER REDEFINES ACTLBLF.
               03  ACTLBLA              PIC X.
           02  ACTLBLI                  PIC X(17).
           02  CSACCTL                  PIC S9(4) COMP.
           02  CSACCTF                  PIC X.
           02  FILLER REDEFINES CSACCTF.
               03  CSACCTA              PIC X.
           02  CSACCTI                  PIC X(6).
           02  FUNLBLL                  PIC S9(4) COMP.
           02  FUNLBLF                  PIC X.
           02  FILLER REDEFINES FUNLBLF.
               03  FUNLBLA              PIC X.
           02  FUNLBLI                  PIC X(17).
           02  FUNCL                    PIC S9(4) COMP.
           02  FUNCF                    PIC X.
           02  FILLER REDEFINES FUNCF.
               03  FUNCA                PIC X.
           02  FUNCI                    PIC X(1).
           02  NAMLBLL                  PIC S9(4) COMP.
           02  NAMLBLF                  PIC X.
           02  FILLER REDEFINES NAMLBLF.
               03  NAMLBLA              PIC X.
           02  NAMLBLI                  PIC X(17).
           02  CSNAMEL                  PIC S9(4) COMP.
           02  CSNAMEF                  PIC X.
           02  FILLER REDEFINES CSNAMEF.
               03  CSNAMEA              PIC X.
           02  CSNAMEI                  PIC X(50).
           02  TIDLBLL                  PIC S9(4) COMP.
           02  TIDLBLF                  PIC X.
           02  FILLER REDEFINES TIDLBLF.
               03  TIDLBLA              PIC X.
           02  TIDLBLI                  PIC X(17).
           02  CSTAXIDL                 PIC S9(4) COMP.
           02  CSTAXIDF                 PIC X.
           02  FILLER REDEFINES CSTAXIDF.
               03  CSTAXIDA             PIC X.
           02  CSTAXIDI                 PIC X(9).
           02  DOBLBLL                  PIC S9(4) COMP.
           02  DOBLBLF                  PIC X.
           02  FILLER REDEFINES DOBLBLF.
               03  DOBLBLA              PIC X.
           02  DOBLBLI                  PIC X(17).
           02  CSDOBL                   PIC S9(4) COMP.
           02  CSDOBF                   PIC X.
           02  FILLER REDEFINES CSDOBF.
               03  CSDOBA               PIC X.
           02  CSDOBI                   PIC X(10).
           02  PHNLBLL                  PIC S9(4) COMP.
           02  PHNLBLF                  PIC X.
           02  FILLER REDEFINES PHNLBLF.
               03  PHNLBLA              PIC X.
           02  PHNLBLI                  PIC X(17).
           02  CSPHONEL                 PIC S9(4) COMP.
           02  CSPHONEF                 PIC X.
           02  FILLER REDEFINES CSPHONEF.
               03  CSPHONEA             PIC X.
           02  CSPHONEI                 PIC X(15).
           02  EMLLBLL                  PIC S9(4) COMP.
           02  EMLLBLF                  PIC X.
           02  FILLER REDEFINES EMLLBLF.
               03  EMLLBLA              PIC X.
           02  EMLLBLI                  PIC X(17).
           02  CSEMAILL                 PIC S9(4) COMP.
           02  CSEMAILF                 PIC X.
           02  FILLER REDEFINES CSEMAILF.
               03  CSEMAILA             PIC X.
           02  CSEMAILI                 PIC X(60).
           02  AD1LBLL                  PIC S9(4) COMP.
           02  AD1LBLF                  PIC X.
           02  FILLER REDEFINES AD1LBLF.
               03  AD1LBLA              PIC X.
           02  AD1LBLI                  PIC X(17).
           02  CSADR1L                  PIC S9(4) COMP.
           02  CSADR1F                  PIC X.
           02  FILLER REDEFINES CSADR1F.
               03  CSADR1A              PIC X.
           02  CSADR1I                  PIC X(30).
           02  AD2LBLL                  PIC S9(4) COMP.
           02  AD2LBLF                  PIC X.
           02  FILLER REDEFINES AD2LBLF.
               03  AD2LBLA              PIC X.
           02  AD2LBLI                  PIC X(17).
           02  CSADR2L                  PIC S9(4) COMP.
           02  CSADR2F                  PIC X.
           02  FILLER REDEFINES CSADR2F.
               03  CSADR2A              PIC X.
           02  CSADR2I                  PIC X(30).
           02  CTYLBLL                  PIC S9(4) COMP.
           02  CTYLBLF                  PIC X.
           02  FILLER REDEFINES CTYLBLF.
               03  CTYLBLA              PIC X.
           02  CTYLBLI                  PIC X(17).
           02  CSCITYL                  PIC S9(4) COMP.
           02  CSCITYF                  PIC X.
           02  FILLER REDEFINES CSCITYF.
               03  CSCITYA              PIC X.
           02  CSCITYI                  PIC X(20).
           02  STLBLL                   PIC S9(4) COMP.
           02  STLBLF                   PIC X.
           02  FILLER REDEFINES STLBLF.
               03  STLBLA               PIC X.
           02  STLBLI                   PIC X(17).
           02  CSSTATEL                 PIC S9(4) COMP.
           02  CSSTATEF                 PIC X.
           02  FILLER REDEFINES CSSTATEF.
               03  CSSTATEA             PIC X.
           02  CSSTATEI                 PIC X(2).
           02  ZIPLBLL                  PIC S9(4) COMP.
           02  ZIPLBLF                  PIC X.
           02  FILLER REDEFINES ZIPLBLF.
               03  ZIPLBLA              PIC X.
           02  ZIPLBLI                  PIC X(17).
           02  CSZIPL                   PIC S9(4) COMP.
           02  CSZIPF                   PIC X.
           02  FILLER REDEFINES CSZIPF.
               03  CSZIPA               PIC X.
           02  CSZIPI                   PIC X(10).
           02  ACNLBLL                  PIC S9(4) COMP.
           02  ACNLBLF                  PIC X.
           02  FILLER REDEFINES ACNLBLF.
               03  ACNLBLA              PIC X.
           02  ACNLBLI                  PIC X(17).
           02  CSACNTL                  PIC S9(4) COMP.
           02  CSACNTF                  PIC X.
           02  FILLER REDEFINES CSACNTF.
               03  CSACNTA              PIC X.
           02  CSACNTI                  PIC X(3).
           02  SINLBLL                  PIC S9(4) COMP.
           02  SINLBLF                  PIC X.
           02  FILLER REDEFINES SINLBLF.
               03  SINLBLA              PIC X.
           02  SINLBLI                  PIC X(17).
           02  CSSINCEL                 PIC S9(4) COMP.
           02  CSSINCEF                 PIC X.
           02  FILLER REDEFINES CSSINCEF.
               03  CSSINCEA             PIC X.
           02  CSSINCEI                 PIC X(10).
           02  MSGLL                    PIC S9(4) COMP.
           02  MSGLF                    PIC X.
           02  FILLER REDEFINES MSGLF.
               03  MSGLA                PIC X.
           02  MSGLI                    PIC X(79).

       01  CCCUSMAPO REDEFINES CCCUSMAPI.
           02  FILLER                   PIC X(12).
           02  FILLER                   PIC X(3).
           02  TITLE1O                  PIC X(40).
           02  FILLER                   PIC X(3).
           02  TRANIDO                  PIC X(4).
           02  FILLER                   PIC X(3).
           02  CIDLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  CSCUSTO                  PIC X(9).
           02  FILLER                   PIC X(3).
           02  ACTLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  CSACCTO                  PIC X(6).
           02  FILLER                   PIC X(3).
           02  FUNLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  FUNCO                    PIC X(1).
           02  FILLER                   PIC X(3).
           02  NAMLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  CSNAMEO                  PIC X(50).
           02  FILLER                   PIC X(3).
           02  TIDLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  CSTAXIDO                 PIC X(9).
           02  FILLER                   PIC X(3).
           02  DOBLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  CSDOBO                   PIC X(10).
           02  FILLER                   PIC X(3).
           02  PHNLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  CSPHONEO                 PIC X(15).
           02  FILLER                   PIC X(3).
           02  EMLLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  CSEMAILO                 PIC X(60).
           02  FILLER                   PIC X(3).
           02  AD1LBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  CSADR1O                  PIC X(30).
           02  FILLER                   PIC X(3).
           02  AD2LBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  CSADR2O                  PIC X(30).
           02  FILLER                   PIC X(3).
           02  CTYLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  CSCITYO                  PIC X(20).
           02  FILLER                   PIC X(3).
           02  STLBLO                   PIC X(17).
           02  FILLER                   PIC X(3).
           02  CSSTATEO                 PIC X(2).
           02  FILLER                   PIC X(3).
           02  ZIPLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  CSZIPO                   PIC X(10).
           02  FILLER                   PIC X(3).
           02  ACNLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  CSACNTO                  PIC X(3).
           02  FILLER                   PIC X(3).
           02  SINLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  CSSINCEO                 PIC X(10).
           02  FILLER                   PIC X(3).
           02  MSGLO                    PIC X(79).
