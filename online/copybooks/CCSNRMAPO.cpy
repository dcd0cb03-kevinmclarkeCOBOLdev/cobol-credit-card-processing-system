      ******************************************************************
      * CCSNRMAPO.CPY - HAND-MAINTAINED SYMBOLIC MAP FOR CCSNRMP1      *
      * (MAPSET CCSNRMAP, SEE CCSNRMAP.BMS). KEEP FIELD ORDER/LENGTHS  *
      * IN SYNC WITH CCSNRMAP.BMS. AN L/F/A/I(/O) GROUP IS CARRIED FOR *
      * EVERY NAMED DFHMDF FIELD, INCLUDING THE PROTECTED LABELS.      *
      ******************************************************************
       01  CCSNRMAPI.
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
           02  RIDLBLL                  PIC S9(4) COMP.
           02  RIDLBLF                  PIC X.
           02  FILLER REDEFINES RIDLBLF.
               03  RIDLBLA              PIC X.
           02  RIDLBLI                  PIC X(17).
           02  RVWIDL                   PIC S9(4) COMP.
           02  RVWIDF                   PIC X.
           02  FILLER REDEFINES RVWIDF.
               03  RVWIDA               PIC X.
           02  RVWIDI                   PIC 9(9).
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
           02  ACCTLBLL                 PIC S9(4) COMP.
           02  ACCTLBLF                 PIC X.
           02  FILLER REDEFINES ACCTLBLF.
               03  ACCTLBLA             PIC X.
           02  ACCTLBLI                 PIC X(17).
           02  SACCTL                   PIC S9(4) COMP.
           02  SACCTF                   PIC X.
           02  FILLER REDEFINES SACCTF.
               03  SACCTA               PIC X.
           02  SACCTI                   PIC 9(6).
           02  ASTLBLL                  PIC S9(4) COMP.
           02  ASTLBLF                  PIC X.
           02  FILLER REDEFINES ASTLBLF.
               03  ASTLBLA              PIC X.
           02  ASTLBLI                  PIC X(17).
           02  SASTATL                  PIC S9(4) COMP.
           02  SASTATF                  PIC X.
           02  FILLER REDEFINES SASTATF.
               03  SASTATA              PIC X.
           02  SASTATI                  PIC X(1).
           02  CRDLBLL                  PIC S9(4) COMP.
           02  CRDLBLF                  PIC X.
           02  FILLER REDEFINES CRDLBLF.
               03  CRDLBLA              PIC X.
           02  CRDLBLI                  PIC X(17).
           02  SCARDL                   PIC S9(4) COMP.
           02  SCARDF                   PIC X.
           02  FILLER REDEFINES SCARDF.
               03  SCARDA               PIC X.
           02  SCARDI                   PIC X(16).
           02  SNMLBLL                  PIC S9(4) COMP.
           02  SNMLBLF                  PIC X.
           02  FILLER REDEFINES SNMLBLF.
               03  SNMLBLA              PIC X.
           02  SNMLBLI                  PIC X(17).
           02  SNAMEL                   PIC S9(4) COMP.
           02  SNAMEF                   PIC X.
           02  FILLER REDEFINES SNAMEF.
               03  SNAMEA               PIC X.
           02  SNAMEI                   PIC X(50).
           02  ENTLBLL                  PIC S9(4) COMP.
           02  ENTLBLF                  PIC X.
           02  FILLER REDEFINES ENTLBLF.
               03  ENTLBLA              PIC X.
           02  ENTLBLI                  PIC X(17).
           02  SENTIDL                  PIC S9(4) COMP.
           02  SENTIDF                  PIC X.
           02  FILLER REDEFINES SENTIDF.
               03  SENTIDA              PIC X.
           02  SENTIDI                  PIC X(10).
           02  SLISTL                   PIC S9(4) COMP.
           02  SLISTF                   PIC X.
           02  FILLER REDEFINES SLISTF.
               03  SLISTA               PIC X.
           02  SLISTI                   PIC X(6).
           02  LNMLBLL                  PIC S9(4) COMP.
           02  LNMLBLF                  PIC X.
           02  FILLER REDEFINES LNMLBLF.
               03  LNMLBLA              PIC X.
           02  LNMLBLI                  PIC X(17).
           02  LNAMEL                   PIC S9(4) COMP.
           02  LNAMEF                   PIC X.
           02  FILLER REDEFINES LNAMEF.
               03  LNAMEA               PIC X.
           02  LNAMEI                   PIC X(50).
           02  SCRLBLL                  PIC S9(4) COMP.
           02  SCRLBLF                  PIC X.
           02  FILLER REDEFINES SCRLBLF.
               03  SCRLBLA              PIC X.
           02  SCRLBLI                  PIC X(17).
           02  SSCOREL                  PIC S9(4) COMP.
           02  SSCOREF                  PIC X.
           02  FILLER REDEFINES SSCOREF.
               03  SSCOREA              PIC X.
           02  SSCOREI                  PIC X(3).
           02  SRCLBLL                  PIC S9(4) COMP.
           02  SRCLBLF                  PIC X.
           02  FILLER REDEFINES SRCLBLF.
               03  SRCLBLA              PIC X.
           02  SRCLBLI                  PIC X(17).
           02  SSRCL                    PIC S9(4) COMP.
           02  SSRCF                    PIC X.
           02  FILLER REDEFINES SSRCF.
               03  SSRCA                PIC X.
           02  SSRCI                    PIC X(8).
           02  QDTLBLL                  PIC S9(4) COMP.
           02  QDTLBLF                  PIC X.
           02  FILLER REDEFINES QDTLBLF.
               03  QDTLBLA              PIC X.
           02  QDTLBLI                  PIC X(17).
           02  SQDATEL                  PIC S9(4) COMP.
           02  SQDATEF                  PIC X.
           02  FILLER REDEFINES SQDATEF.
               03  SQDATEA              PIC X.
           02  SQDATEI                  PIC X(10).
           02  RSTLBLL                  PIC S9(4) COMP.
           02  RSTLBLF                  PIC X.
           02  FILLER REDEFINES RSTLBLF.
               03  RSTLBLA              PIC X.
           02  RSTLBLI                  PIC X(17).
           02  RSTATL                   PIC S9(4) COMP.
           02  RSTATF                   PIC X.
           02  FILLER REDEFINES RSTATF.
               03  RSTATA               PIC X.
           02  RSTATI                   PIC X(1).
           02  MSGLL                    PIC S9(4) COMP.
           02  MSGLF                    PIC X.
           02  FILLER REDEFINES MSGLF.
               03  MSGLA                PIC X.
           02  MSGLI                    PIC X(79).

       01  CCSNRMAPO REDEFINES CCSNRMAPI.
           02  FILLER                   PIC X(12).
           02  FILLER                   PIC X(3).
           02  TITLE1O                  PIC X(40).
           02  FILLER                   PIC X(3).
           02  TRANIDO                  PIC X(4).
           02  FILLER                   PIC X(3).
           02  RIDLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  RVWIDO                   PIC 9(9).
           02  FILLER                   PIC X(3).
           02  FUNLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  FUNCO                    PIC X(1).
           02  FILLER                   PIC X(3).
           02  ACCTLBLO                 PIC X(17).
           02  FILLER                   PIC X(3).
           02  SACCTO                   PIC 9(6).
           02  FILLER                   PIC X(3).
           02  ASTLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  SASTATO                  PIC X(1).
           02  FILLER                   PIC X(3).
           02  CRDLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  SCARDO                   PIC X(16).
           02  FILLER                   PIC X(3).
           02  SNMLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  SNAMEO                   PIC X(50).
           02  FILLER                   PIC X(3).
           02  ENTLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  SENTIDO                  PIC X(10).
           02  FILLER                   PIC X(3).
           02  SLISTO                   PIC X(6).
           02  FILLER                   PIC X(3).
           02  LNMLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  LNAMEO                   PIC X(50).
           02  FILLER                   PIC X(3).
           02  SCRLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  SSCOREO                  PIC ZZ9.
           02  FILLER                   PIC X(3).
           02  SRCLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  SSRCO                    PIC X(8).
           02  FILLER                   PIC X(3).
           02  QDTLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  SQDATEO                  PIC X(10).
           02  FILLER                   PIC X(3).
           02  RSTLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  RSTATO                   PIC X(1).
           02  FILLER                   PIC X(3).
           02  MSGLO                    PIC X(79).
