           02  FILLER REDEFINES AAMTF.
               03  AAMTA                PIC X.
           02  AAMTI                    PIC X(11).
           02  MERLBLL                  PIC S9(4) COMP.
           02  MERLBLF                  PIC X.
           02  FILLER REDEFINES MERLBLF.
               03  MERLBLA              PIC X.
           02  MERLBLI                  PIC X(17).
           02  AMERCHL                  PIC S9(4) COMP.
           02  AMERCHF                  PIC X.
           02  FILLER REDEFINES AMERCHF.
               03  AMERCHA              PIC X.
           02  AMERCHI                  PIC X(10).
           02  TYPLBLL                  PIC S9(4) COMP.
           02  TYPLBLF                  PIC X.
           02  FILLER REDEFINES TYPLBLF.
               03  TYPLBLA              PIC X.
           02  TYPLBLI                  PIC X(17).
           02  ATYPEL                   PIC S9(4) COMP.
           02  ATYPEF                   PIC X.
           02  FILLER REDEFINES ATYPEF.
               03  ATYPEA               PIC X.
           02  ATYPEI                   PIC X(1).
           02  FRNLBLL                  PIC S9(4) COMP.
           02  FRNLBLF                  PIC X.
           02  FILLER REDEFINES FRNLBLF.
               03  FRNLBLA              PIC X.
           02  FRNLBLI                  PIC X(17).
           02  AFRGNL                   PIC S9(4) COMP.
           02  AFRGNF                   PIC X.
           02  FILLER REDEFINES AFRGNF.
               03  AFRGNA               PIC X.
           02  AFRGNI                   PIC X(1).
           02  RSPLBLL                  PIC S9(4) COMP.
           02  RSPLBLF                  PIC X.
           02  FILLER REDEFINES RSPLBLF.
           02  FILLER                   PIC X(3).
           02  AAMTO                    PIC X(11).
           02  FILLER                   PIC X(3).
           02  MERLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  AMERCHO                  PIC X(10).
           02  FILLER                   PIC X(3).
           02  TYPLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  ATYPEO                   PIC X(1).
           02  FILLER                   PIC X(3).
           02  FRNLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  AFRGNO                   PIC X(1).
           02  FILLER                   PIC X(3).
           02  RSPLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  ARESPO                   PIC X(8).
