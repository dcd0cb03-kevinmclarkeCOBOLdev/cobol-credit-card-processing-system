           02  FILLER REDEFINES CMNEWCF.
               03  CMNEWCA              PIC X.
           02  CMNEWCI                  PIC X(16).
           02  LSDLBLL                  PIC S9(4) COMP.
           02  LSDLBLF                  PIC X.
           02  FILLER REDEFINES LSDLBLF.
               03  LSDLBLA              PIC X.
           02  LSDLBLI                  PIC X(17).
           02  CMLSTDL                  PIC S9(4) COMP.
           02  CMLSTDF                  PIC X.
           02  FILLER REDEFINES CMLSTDF.
               03  CMLSTDA              PIC X.
           02  CMLSTDI                  PIC X(10).
           02  LSTLBLL                  PIC S9(4) COMP.
           02  LSTLBLF                  PIC X.
           02  FILLER REDEFINES LSTLBLF.
               03  LSTLBLA              PIC X.
           02  LSTLBLI                  PIC X(17).
           02  CMLSTTL                  PIC S9(4) COMP.
           02  CMLSTTF                  PIC X.
           02  FILLER REDEFINES CMLSTTF.
               03  CMLSTTA              PIC X.
           02  CMLSTTI                  PIC X(5).
           02  CLMLBLL                  PIC S9(4) COMP.
           02  CLMLBLF                  PIC X.
           02  FILLER REDEFINES CLMLBLF.
               03  CLMLBLA              PIC X.
           02  CLMLBLI                  PIC X(17).
           02  CMCLAML                  PIC S9(4) COMP.
           02  CMCLAMF                  PIC X.
           02  FILLER REDEFINES CMCLAMF.
               03  CMCLAMA              PIC X.
           02  CMCLAMI                  PIC X(60).
           02  LIMLBLL                  PIC S9(4) COMP.
           02  LIMLBLF                  PIC X.
           02  FILLER REDEFINES LIMLBLF.
               03  LIMLBLA              PIC X.
           02  LIMLBLI                  PIC X(17).
           02  CMMLIML                  PIC S9(4) COMP.
           02  CMMLIMF                  PIC X.
           02  FILLER REDEFINES CMMLIMF.
               03  CMMLIMA              PIC X.
           02  CMMLIMI                  PIC X(11).
           02  CSHLBLL                  PIC S9(4) COMP.
           02  CSHLBLF                  PIC X.
           02  FILLER REDEFINES CSHLBLF.
               03  CSHLBLA              PIC X.
           02  CSHLBLI                  PIC X(17).
           02  CMCASHL                  PIC S9(4) COMP.
           02  CMCASHF                  PIC X.
           02  FILLER REDEFINES CMCASHF.
               03  CMCASHA              PIC X.
           02  CMCASHI                  PIC X(1).
           02  FRNLBLL                  PIC S9(4) COMP.
           02  FRNLBLF                  PIC X.
           02  FILLER REDEFINES FRNLBLF.
               03  FRNLBLA              PIC X.
           02  FRNLBLI                  PIC X(17).
           02  CMFRGNL                  PIC S9(4) COMP.
           02  CMFRGNF                  PIC X.
           02  FILLER REDEFINES CMFRGNF.
               03  CMFRGNA              PIC X.
           02  CMFRGNI                  PIC X(1).
           02  MCCLBLL                  PIC S9(4) COMP.
           02  MCCLBLF                  PIC X.
           02  FILLER REDEFINES MCCLBLF.
               03  MCCLBLA              PIC X.
           02  MCCLBLI                  PIC X(17).
           02  CMMCC1L                  PIC S9(4) COMP.
           02  CMMCC1F                  PIC X.
           02  FILLER REDEFINES CMMCC1F.
               03  CMMCC1A              PIC X.
           02  CMMCC1I                  PIC X(4).
           02  CMMCC2L                  PIC S9(4) COMP.
           02  CMMCC2F                  PIC X.
           02  FILLER REDEFINES CMMCC2F.
               03  CMMCC2A              PIC X.
           02  CMMCC2I                  PIC X(4).
           02  CMMCC3L                  PIC S9(4) COMP.
           02  CMMCC3F                  PIC X.
           02  FILLER REDEFINES CMMCC3F.
               03  CMMCC3A              PIC X.
           02  CMMCC3I                  PIC X(4).
           02  CMMCC4L                  PIC S9(4) COMP.
           02  CMMCC4F                  PIC X.
           02  FILLER REDEFINES CMMCC4F.
               03  CMMCC4A              PIC X.
           02  CMMCC4I                  PIC X(4).
           02  CMMCC5L                  PIC S9(4) COMP.
           02  CMMCC5F                  PIC X.
           02  FILLER REDEFINES CMMCC5F.
               03  CMMCC5A              PIC X.
           02  CMMCC5I                  PIC X(4).
           02  MSGLL                    PIC S9(4) COMP.
           02  MSGLF                    PIC X.
           02  FILLER REDEFINES MSGLF.
           02  FILLER                   PIC X(3).
           02  CMNEWCO                  PIC X(16).
           02  FILLER                   PIC X(3).
           02  LSDLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  CMLSTDO                  PIC X(10).
           02  FILLER                   PIC X(3).
           02  LSTLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  CMLSTTO                  PIC X(5).
           02  FILLER                   PIC X(3).
           02  CLMLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  CMCLAMO                  PIC X(60).
           02  FILLER                   PIC X(3).
           02  LIMLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  CMMLIMO                  PIC X(11).
           02  FILLER                   PIC X(3).
           02  CSHLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  CMCASHO                  PIC X(1).
           02  FILLER                   PIC X(3).
           02  FRNLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  CMFRGNO                  PIC X(1).
           02  FILLER                   PIC X(3).
           02  MCCLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  CMMCC1O                  PIC X(4).
           02  FILLER                   PIC X(3).
           02  CMMCC2O                  PIC X(4).
           02  FILLER                   PIC X(3).
           02  CMMCC3O                  PIC X(4).
           02  FILLER                   PIC X(3).
           02  CMMCC4O                  PIC X(4).
           02  FILLER                   PIC X(3).
           02  CMMCC5O                  PIC X(4).
           02  FILLER                   PIC X(3).
           02  MSGLO                    PIC X(79).
