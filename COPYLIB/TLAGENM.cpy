      *****************************************************************
      * TLAGENM - MAPA SIMBOLICO DEL MAESTRO DE AGENCIAS DE COBRANZA  *
      *           (TL5D1AG3). GENERADO A PARTIR DEL MAPSET TLAGENM,   *
      *           GRUPO DE MAPAS TARJETA EMPRESARIAL.                 *
      *****************************************************************
       01  TLAGENMI.
           02 FILLER                    PIC X(12).
           02 ACCIONL                   PIC S9(4) COMP.
           02 ACCIONF                   PIC X.
           02 FILLER REDEFINES ACCIONF.
              03 ACCIONA                PIC X.
           02 ACCIONI                   PIC X(01).
           02 AGENCIAL                  PIC S9(4) COMP.
           02 AGENCIAF                  PIC X.
           02 FILLER REDEFINES AGENCIAF.
              03 AGENCIAA               PIC X.
           02 AGENCIAI                  PIC X(04).
           02 NOMBREL                   PIC S9(4) COMP.
           02 NOMBREF                   PIC X.
           02 FILLER REDEFINES NOMBREF.
              03 NOMBREA                PIC X.
           02 NOMBREI                   PIC X(40).
           02 ESTRATL                   PIC S9(4) COMP.
           02 ESTRATF                   PIC X.
           02 FILLER REDEFINES ESTRATF.
              03 ESTRATA                PIC X.
           02 ESTRATI                   PIC X(03).
           02 CUPOL                     PIC S9(4) COMP.
           02 CUPOF                     PIC X.
           02 FILLER REDEFINES CUPOF.
              03 CUPOA                  PIC X.
           02 CUPOI                     PIC X(05).
           02 DIASCOLL                  PIC S9(4) COMP.
           02 DIASCOLF                  PIC X.
           02 FILLER REDEFINES DIASCOLF.
              03 DIASCOLA               PIC X.
           02 DIASCOLI                  PIC X(03).
           02 PORCOML                   PIC S9(4) COMP.
           02 PORCOMF                   PIC X.
           02 FILLER REDEFINES PORCOMF.
              03 PORCOMA                PIC X.
           02 PORCOMI                   PIC X(04).
           02 ESTADOL                   PIC S9(4) COMP.
           02 ESTADOF                   PIC X.
           02 FILLER REDEFINES ESTADOF.
              03 ESTADOA                PIC X.
           02 ESTADOI                   PIC X(01).
           02 FULTRETL                  PIC S9(4) COMP.
           02 FULTRETF                  PIC X.
           02 FILLER REDEFINES FULTRETF.
              03 FULTRETA               PIC X.
           02 FULTRETI                  PIC X(08).
           02 MENSAJEL                  PIC S9(4) COMP.
           02 MENSAJEF                  PIC X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PIC X.
           02 MENSAJEI                  PIC X(60).
       01  TLAGENMO REDEFINES TLAGENMI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 AGENCIAO                  PIC X(04).
           02 FILLER                    PIC X(03).
           02 NOMBREO                   PIC X(40).
           02 FILLER                    PIC X(03).
           02 ESTRATO                   PIC X(03).
           02 FILLER                    PIC X(03).
           02 CUPOO                     PIC X(05).
           02 FILLER                    PIC X(03).
           02 DIASCOLO                  PIC X(03).
           02 FILLER                    PIC X(03).
           02 PORCOMO                   PIC X(04).
           02 FILLER                    PIC X(03).
           02 ESTADOO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 FULTRETO                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(60).
