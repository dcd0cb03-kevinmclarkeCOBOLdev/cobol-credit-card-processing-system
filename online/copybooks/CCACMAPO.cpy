           02  FILLER REDEFINES CLIMF.
               03  CLIMA                PIC X.
           02  CLIMI                    PIC X(11).
           02  TIDLBLL                  PIC S9(4) COMP.
           02  TIDLBLF                  PIC X.
           02  FILLER REDEFINES TIDLBLF.
               03  TIDLBLA              PIC X.
           02  TIDLBLI                  PIC X(8).
           02  TAXIDL                   PIC S9(4) COMP.
           02  TAXIDF                   PIC X.
           02  FILLER REDEFINES TAXIDF.
               03  TAXIDA               PIC X.
           02  TAXIDI                   PIC X(9).
           02  CBALLBLL                 PIC S9(4) COMP.
           02  CBALLBLF                 PIC X.
           02  FILLER REDEFINES CBALLBLF.
           02  FILLER REDEFINES CBALF.
               03  CBALA                PIC X.
           02  CBALI                    PIC X(11).
           02  DOBLBLL                  PIC S9(4) COMP.
           02  DOBLBLF                  PIC X.
           02  FILLER REDEFINES DOBLBLF.
               03  DOBLBLA              PIC X.
           02  DOBLBLI                  PIC X(8).
           02  DOBL                     PIC S9(4) COMP.
           02  DOBF                     PIC X.
           02  FILLER REDEFINES DOBF.
               03  DOBA                 PIC X.
           02  DOBI                     PIC X(10).
           02  STATLBLL                 PIC S9(4) COMP.
           02  STATLBLF                 PIC X.
           02  FILLER REDEFINES STATLBLF.
           02  FILLER REDEFINES STATF.
               03  STATA                PIC X.
           02  STATI                    PIC X(1).
           02  CIDLBLL                  PIC S9(4) COMP.
           02  CIDLBLF                  PIC X.
           02  FILLER REDEFINES CIDLBLF.
               03  CIDLBLA              PIC X.
           02  CIDLBLI                  PIC X(8).
           02  CUSTIDL                  PIC S9(4) COMP.
           02  CUSTIDF                  PIC X.
           02  FILLER REDEFINES CUSTIDF.
               03  CUSTIDA              PIC X.
           02  CUSTIDI                  PIC X(9).
           02  AD1LBLL                  PIC S9(4) COMP.
           02  AD1LBLF                  PIC X.
           02  FILLER REDEFINES AD1LBLF.
           02  FILLER REDEFINES CYCGRPF.
               03  CYCGRPA              PIC X.
           02  CYCGRPI                  PIC X(2).
           02  PRDLBLL                  PIC S9(4) COMP.
           02  PRDLBLF                  PIC X.
           02  FILLER REDEFINES PRDLBLF.
               03  PRDLBLA              PIC X.
           02  PRDLBLI                  PIC X(17).
           02  PRODCDL                  PIC S9(4) COMP.
           02  PRODCDF                  PIC X.
           02  FILLER REDEFINES PRODCDF.
               03  PRODCDA              PIC X.
           02  PRODCDI                  PIC X(4).
           02  NEWLLBLL                 PIC S9(4) COMP.
           02  NEWLLBLF                 PIC X.
           02  FILLER REDEFINES NEWLLBLF.
           02  FILLER REDEFINES NEWLIMF.
               03  NEWLIMA              PIC X.
           02  NEWLIMI                  PIC X(11).
           02  BADLBLL                  PIC S9(4) COMP.
           02  BADLBLF                  PIC X.
           02  FILLER REDEFINES BADLBLF.
               03  BADLBLA              PIC X.
           02  BADLBLI                  PIC X(17).
           02  BADADRL                  PIC S9(4) COMP.
           02  BADADRF                  PIC X.
           02  FILLER REDEFINES BADADRF.
               03  BADADRA              PIC X.
           02  BADADRI                  PIC X(1).
           02  BADDTEL                  PIC S9(4) COMP.
           02  BADDTEF                  PIC X.
           02  FILLER REDEFINES BADDTEF.
               03  BADDTEA              PIC X.
           02  BADDTEI                  PIC X(10).
           02  SPLBLL                   PIC S9(4) COMP.
           02  SPLBLF                   PIC X.
           02  FILLER REDEFINES SPLBLF.
               03  SPLBLA               PIC X.
           02  SPLBLI                   PIC X(17).
           02  SPCODEL                  PIC S9(4) COMP.
           02  SPCODEF                  PIC X.
           02  FILLER REDEFINES SPCODEF.
               03  SPCODEA              PIC X.
           02  SPCODEI                  PIC X(1).
           02  SPFROML                  PIC S9(4) COMP.
           02  SPFROMF                  PIC X.
           02  FILLER REDEFINES SPFROMF.
               03  SPFROMA              PIC X.
           02  SPFROMI                  PIC X(10).
           02  SPTHRUL                  PIC S9(4) COMP.
           02  SPTHRUF                  PIC X.
           02  FILLER REDEFINES SPTHRUF.
               03  SPTHRUA              PIC X.
           02  SPTHRUI                  PIC X(10).
           02  SPCHLBL                  PIC S9(4) COMP.
           02  SPCHLBF                  PIC X.
           02  FILLER REDEFINES SPCHLBF.
               03  SPCHLBA              PIC X.
           02  SPCHLBI                  PIC X(5).
           02  SPCHAPL                  PIC S9(4) COMP.
           02  SPCHAPF                  PIC X.
           02  FILLER REDEFINES SPCHAPF.
               03  SPCHAPA              PIC X.
           02  SPCHAPI                  PIC X(2).
           02  MSGLL                    PIC S9(4) COMP.
           02  MSGLF                    PIC X.
           02  FILLER REDEFINES MSGLF.
           02  FILLER                   PIC X(3).
           02  CLIMO                    PIC X(11).
           02  FILLER                   PIC X(3).
           02  TIDLBLO                  PIC X(8).
           02  FILLER                   PIC X(3).
           02  TAXIDO                   PIC X(9).
           02  FILLER                   PIC X(3).
           02  CBALLBLO                 PIC X(17).
           02  FILLER                   PIC X(3).
           02  CBALO                    PIC X(11).
           02  FILLER                   PIC X(3).
           02  DOBLBLO                  PIC X(8).
           02  FILLER                   PIC X(3).
           02  DOBO                     PIC X(10).
           02  FILLER                   PIC X(3).
           02  STATLBLO                 PIC X(17).
           02  FILLER                   PIC X(3).
           02  STATO                    PIC X(1).
           02  FILLER                   PIC X(3).
           02  CIDLBLO                  PIC X(8).
           02  FILLER                   PIC X(3).
           02  CUSTIDO                  PIC X(9).
           02  FILLER                   PIC X(3).
           02  AD1LBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  ADDR1O                   PIC X(30).
           02  FILLER                   PIC X(3).
           02  CYCGRPO                  PIC X(2).
           02  FILLER                   PIC X(3).
           02  PRDLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  PRODCDO                  PIC X(4).
           02  FILLER                   PIC X(3).
           02  NEWLLBLO                 PIC X(17).
           02  FILLER                   PIC X(3).
           02  NEWLIMO                  PIC X(11).
           02  FILLER                   PIC X(3).
           02  BADLBLO                  PIC X(17).
           02  FILLER                   PIC X(3).
           02  BADADRO                  PIC X(1).
           02  FILLER                   PIC X(3).
           02  BADDTEO                  PIC X(10).
           02  FILLER                   PIC X(3).
           02  SPLBLO                   PIC X(17).
           02  FILLER                   PIC X(3).
           02  SPCODEO                  PIC X(1).
           02  FILLER                   PIC X(3).
           02  SPFROMO                  PIC X(10).
           02  FILLER                   PIC X(3).
           02  SPTHRUO                  PIC X(10).
           02  FILLER                   PIC X(3).
           02  SPCHLBO                  PIC X(5).
           02  FILLER                   PIC X(3).
           02  SPCHAPO                  PIC X(2).
           02  FILLER                   PIC X(3).
           02  MSGLO                    PIC X(79).
