      ******************************************************************
      * CCPCRMAPO.CPY - HAND-MAINTAINED SYMBOLIC MAP FOR CCPCRMP1      *
      * (MAPSET CCPCRMAP, SEE CCPCRMAP.BMS). KEEP FIELD ORDER/LENGTHS  *
      * IN SYNC WITH CCPCRMAP.BMS. AN L/F/A/I(/O) GROUP IS CARRIED FOR *
      * EVERY NAMED DFHMDF FIELD, INCLUDING THE PROTECTED LABELS.      *
      ******************************************************************
       01  CCPCRMAPI.
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
           02  PCHGIDL                  PIC S9(4) COMP.
           02  PCHGIDF                  PIC X.
           02  FILLER REDEFINES PCHGIDF.
               03  PCHGIDA              PIC X.
           02  PCHGIDI                  PIC 9(9).
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
           02  ACTLBLL                  PIC S9(4) COMP.
           02  ACTLBLF                  PIC X.
           02  FILLER REDEFINES ACTLBLF.
               03  ACTLBLA              PIC X.
           02  ACTLBLI                  PIC X(17).
           02  PACCTL                   PIC S9(4) COMP.
           02  PACCTF                   PIC X.
           02  FILLER REDEFINES PACCTF.
               03  PACCTA               PIC X.
           02  PACCTI                   PIC 9(6).
           02  ASTLBLL                  PIC S9(4) COMP.
           02  ASTLBLF                  PIC X.
           02  FILLER REDEFINES ASTLBLF.
               03  ASTLBLA              PIC X.
           02  ASTLBLI                  PIC X(17).
           02  PASTATL                  PIC S9(4) COMP.
           02  PASTATF                  PIC X.
           02  FILLER REDEFINES PASTATF.
               03  PASTATA              PIC X.
           02  PASTATI                  PIC X(1).
           02  TYPLBLL                  PIC S9(4) COMP.
           02  TYPLBLF                  PIC X.
           02  FILLER REDEFINES TYPLBLF.
               03  TYPLBLA              PIC X.
           02  TYPLBLI                  PIC X(17).
           02  PTYPEL                   PIC S9(4) COMP.
           02  PTYPEF                   PIC X.
           02  FILLER REDEFINES PTYPEF.
               03  PTYPEA               PIC X.
           02  PTYPEI                   PIC X(30).
           02  FRMLBLL                  PIC S9(4) COMP.
           02  FRMLBLF                  PIC X.
           02  FILLER REDEFINES FRMLBLF.
               03  FRMLBLA              PIC X.
           02  FRMLBLI                  PIC X(17).
           02  PFROML                   PIC S9(4) COMP.
           02  PFROMF                   PIC X.
           02  FILLER REDEFINES PFROMF.
               03  PFROMA               PIC X.
           02  PFROMI                   PIC X(50).
           02  TOLBLL                   PIC S9(4) COMP.
           02  TOLBLF                   PIC X.
           02  FILLER REDEFINES TOLBLF.
               03  TOLBLA               PIC X.
           02  TOLBLI                   PIC X(17).
           02  PTOL                     PIC S9(4) COMP.
           02  PTOF                     PIC X.
           02  FILLER REDEFINES PTOF.
               03  PTOA                 PIC X.
           02  PTOI                     PIC X(50).
           02  MKRLBLL                  PIC S9(4) COMP.
           02  MKRLBLF                  PIC X.
           02  FILLER REDEFINES MKRLBLF.
               03  MKRLBLA              PIC X.
           02  MKRLBLI                  PIC X(17).
           02  PMAKERL                  PIC S9(4) COMP.
           02  PMAKERF                  PIC X.
           02  FILLER REDEFINES PMAKERF.
               03  PMAKERA              PIC X.
           02  PMAKERI                  PIC X(8).
           02  RQTLBLL                  PIC S9(4) COMP.
           02  RQTLBLF                  PIC X.
           02  FILLER REDEFINES RQTLBLF.
               03  RQTLBLA              PIC X.
           02  RQTLBLI                  PIC X(17).
           02  PREQTSL                  PIC S9(4) COMP.
           02  PREQTSF                  PIC X.
           02  FILLER REDEFINES PREQTSF.
               03  PREQTSA              PIC X.
           02  PREQTSI                  PIC X(26).
           02  PSTLBLL                  PIC S9(4) COMP.
           02  PSTLBLF                  PIC X.
           02  FILLER REDEFINES PSTLBLF.
               03  PSTLBLA              PIC X.
           02  PSTLBLI                  PIC X(17).
           02  PSTATL                   PIC S9(4) COMP.
           02  PSTATF                   PIC X.
           02  FILLER REDEFINES PSTATF.
               03  PSTATA               PIC X.
           02  PSTATI                   PIC X(1).
           02  CKRLBLL                  PIC S9(4) COMP.
           02  CKRLBLF                  PIC X.
           02  FILLER REDEFINES CKRLBLF.
               03  CKRLBLA              PIC X.
           02  CKRLBLI                  PIC X(17).
           02  PCHKRL                   PIC S9(4) COMP.
           02  PCHKRF                   PIC X.
           02  FILLER REDEFINES PCHKRF.
               03  PCHKRA               PIC X.
           02  PCHKRI                   PIC X(8).
           02  DCTLBLL                  PIC S9(4) COMP.
           02  DCTLBLF                  PIC X.
           02  FILLER REDEFINES DCTLBLF.
               03  DCTLBLA              PIC X.
           02  DCTLBLI                  PIC X(17).
           02  PDECTSL                  PIC S9(4) COMP.
           02  PDECTSF                  PIC X.
           02  FILLER REDEFINES PDECTSF.
               03  PDECTSA              PIC X.
           02  PDECTSI                  PIC X(26).
           02  RSNLBLL                  PIC S9(4) COMP.
           02  RSNLBLF                  PIC X.
           02  FILLER REDEFINES RSNLBLF.
               03  RSNLBLA              PIC X.
           02  RSNLBLI                  PIC X(17).
           02  PRSNL                    PIC S9(4) COMP.
           02  PRSNF                    PIC X.
           02  FILLER REDEFINES PRSNF.
               03  PRSNA                PIC X.
           02  PRSNI                    PIC X(30).
           02  PNDLBLL                  PIC S9(4) COMP.
           02  PNDLBLF                  PIC X.
           02  FILLER REDEFINES PNDLBLF.
               03  PNDLBLA              PIC X.
           02  PNDLBLI                  PIC X(17).
           02  PPENDL                   PIC S9(4) COMP.
           02  PPENDF                   PIC X.
           02  FILLER REDEFINES PPENDF.
               03  PPENDA               PIC X.
           02  PPENDI                   PIC X(5).
           02  MSGLL                    PIC S9(4) COMP.
           02  MSGLF                    PIC X.
           02  FILLER REDEFINES MSGLF.
               03  MSGLA                PIC X.
           02  MSGLI                    PIC X(79).
       01  CCPCRMAPO REDEFINES CCPCRMAPI.
           02  FILLER                   PIC X(12).
           02  FILLER                   PIC X(3).
           02  TITLE1O                  PIC X(40).
           02  FILLER                   PIC X(3).
           02  TRANIDO                  PIC X(4).
           02  FILLER                   PIC X(3).
           02  CIDLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  PCHGIDO                  PIC 9(9).
           02  FILLER                   PIC X(3).
           02  FUNLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  FUNCO                    PIC X(1).
           02  FILLER                   PIC X(3).
           02  ACTLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  PACCTO                   PIC 9(6).
           02  FILLER                   PIC X(3).
           02  ASTLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  PASTATO                  PIC X(1).
           02  FILLER                   PIC X(3).
           02  TYPLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  PTYPEO                   PIC X(30).
           02  FILLER                   PIC X(3).
           02  FRMLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  PFROMO                   PIC X(50).
           02  FILLER                   PIC X(3).
           02  TOLBLO                   PIC X(17).
           02  FILLER                   PIC X(3).
           02  PTOO                     PIC X(50).
           02  FILLER                   PIC X(3).
           02  MKRLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  PMAKERO                  PIC X(8).
           02  FILLER                   PIC X(3).
           02  RQTLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  PREQTSO                  PIC X(26).
           02  FILLER                   PIC X(3).
           02  PSTLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  PSTATO                   PIC X(1).
           02  FILLER                   PIC X(3).
           02  CKRLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  PCHKRO                   PIC X(8).
           02  FILLER                   PIC X(3).
           02  DCTLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  PDECTSO                  PIC X(26).
           02  FILLER                   PIC X(3).
           02  RSNLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  PRSNO                    PIC X(30).
           02  FILLER                   PIC X(3).
           02  PNDLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  PPENDO                   PIC ZZZZ9.
           02  FILLER                   PIC X(3).
           02  MSGLO                    PIC X(79).
