      *****************************************************************
      * CFBENFM - MAPA SIMBOLICO DEL MANTENIMIENTO DE BENEFICIARIOS   *
      *           FINALES (CF5D1BF3). GENERADO A PARTIR DEL MAPSET    *
      *           CFBENFM.                                            *
      *****************************************************************
       01  CFBENFMI.
           02 FILLER                    PIC X(12).
           02 ACCIONL                   PIC S9(4) COMP.
           02 ACCIONF                   PIC X.
           02 FILLER REDEFINES ACCIONF.
              03 ACCIONA                PIC X.
           02 ACCIONI                   PIC X(01).
           02 EMPRESAL                  PIC S9(4) COMP.
           02 EMPRESAF                  PIC X.
           02 FILLER REDEFINES EMPRESAF.
              03 EMPRESAA               PIC X.
           02 EMPRESAI                  PIC X(08).
           02 RAZONL                    PIC S9(4) COMP.
           02 RAZONF                    PIC X.
           02 FILLER REDEFINES RAZONF.
              03 RAZONA                 PIC X.
           02 RAZONI                    PIC X(40).
           02 PERSONAL                  PIC S9(4) COMP.
           02 PERSONAF                  PIC X.
           02 FILLER REDEFINES PERSONAF.
              03 PERSONAA               PIC X.
           02 PERSONAI                  PIC X(08).
           02 NOMBREL                   PIC S9(4) COMP.
           02 NOMBREF                   PIC X.
           02 FILLER REDEFINES NOMBREF.
              03 NOMBREA                PIC X.
           02 NOMBREI                   PIC X(40).
           02 ROLL                      PIC S9(4) COMP.
           02 ROLF                      PIC X.
           02 FILLER REDEFINES ROLF.
              03 ROLA                   PIC X.
           02 ROLI                      PIC X(01).
           02 PORCENL                   PIC S9(4) COMP.
           02 PORCENF                   PIC X.
           02 FILLER REDEFINES PORCENF.
              03 PORCENA                PIC X.
           02 PORCENI                   PIC X(05).
           02 FDESDEL                   PIC S9(4) COMP.
           02 FDESDEF                   PIC X.
           02 FILLER REDEFINES FDESDEF.
              03 FDESDEA                PIC X.
           02 FDESDEI                   PIC X(08).
           02 FHASTAL                   PIC S9(4) COMP.
           02 FHASTAF                   PIC X.
           02 FILLER REDEFINES FHASTAF.
              03 FHASTAA                PIC X.
           02 FHASTAI                   PIC X(08).
           02 TOTACCL                   PIC S9(4) COMP.
           02 TOTACCF                   PIC X.
           02 FILLER REDEFINES TOTACCF.
              03 TOTACCA                PIC X.
           02 TOTACCI                   PIC X(06).
           02 MENSAJEL                  PIC S9(4) COMP.
           02 MENSAJEF                  PIC X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PIC X.
           02 MENSAJEI                  PIC X(60).
       01  CFBENFMO REDEFINES CFBENFMI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 EMPRESAO                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 RAZONO                    PIC X(40).
           02 FILLER                    PIC X(03).
           02 PERSONAO                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 NOMBREO                   PIC X(40).
           02 FILLER                    PIC X(03).
           02 ROLO                      PIC X(01).
           02 FILLER                    PIC X(03).
           02 PORCENO                   PIC X(05).
           02 FILLER                    PIC X(03).
           02 FDESDEO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 FHASTAO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 TOTACCO                   PIC X(06).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(60).
