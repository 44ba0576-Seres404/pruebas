      *****************************************************************
      * MOCHEQM - MAPA SIMBOLICO DE CHEQUERAS Y ORDENES DE NO PAGO    *
      *           (MO5D1CH3). GENERADO A PARTIR DEL MAPSET MOCHEQM.   *
      *****************************************************************
       01  MOCHEQMI.
           02 FILLER                    PIC X(12).
           02 ACCIONL                   PIC S9(4) COMP.
           02 ACCIONF                   PIC X.
           02 FILLER REDEFINES ACCIONF.
              03 ACCIONA                PIC X.
           02 ACCIONI                   PIC X(01).
           02 CUENTAL                   PIC S9(4) COMP.
           02 CUENTAF                   PIC X.
           02 FILLER REDEFINES CUENTAF.
              03 CUENTAA                PIC X.
           02 CUENTAI                   PIC X(10).
           02 SERIEL                    PIC S9(4) COMP.
           02 SERIEF                    PIC X.
           02 FILLER REDEFINES SERIEF.
              03 SERIEA                 PIC X.
           02 SERIEI                    PIC X(04).
           02 CHINIL                    PIC S9(4) COMP.
           02 CHINIF                    PIC X.
           02 FILLER REDEFINES CHINIF.
              03 CHINIA                 PIC X.
           02 CHINII                    PIC X(08).
           02 CHFINL                    PIC S9(4) COMP.
           02 CHFINF                    PIC X.
           02 FILLER REDEFINES CHFINF.
              03 CHFINA                 PIC X.
           02 CHFINI                    PIC X(08).
           02 CHEQUEL                   PIC S9(4) COMP.
           02 CHEQUEF                   PIC X.
           02 FILLER REDEFINES CHEQUEF.
              03 CHEQUEA                PIC X.
           02 CHEQUEI                   PIC X(08).
           02 MOTIVOL                   PIC S9(4) COMP.
           02 MOTIVOF                   PIC X.
           02 FILLER REDEFINES MOTIVOF.
              03 MOTIVOA                PIC X.
           02 MOTIVOI                   PIC X(01).
           02 DESCRIL                   PIC S9(4) COMP.
           02 DESCRIF                   PIC X.
           02 FILLER REDEFINES DESCRIF.
              03 DESCRIA                PIC X.
           02 DESCRII                   PIC X(30).
           02 FVENCEL                   PIC S9(4) COMP.
           02 FVENCEF                   PIC X.
           02 FILLER REDEFINES FVENCEF.
              03 FVENCEA                PIC X.
           02 FVENCEI                   PIC X(08).
           02 FEMISIL                   PIC S9(4) COMP.
           02 FEMISIF                   PIC X.
           02 FILLER REDEFINES FEMISIF.
              03 FEMISIA                PIC X.
           02 FEMISII                   PIC X(08).
           02 ESTADOL                   PIC S9(4) COMP.
           02 ESTADOF                   PIC X.
           02 FILLER REDEFINES ESTADOF.
              03 ESTADOA                PIC X.
           02 ESTADOI                   PIC X(20).
           02 MENSAJEL                  PIC S9(4) COMP.
           02 MENSAJEF                  PIC X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PIC X.
           02 MENSAJEI                  PIC X(60).
       01  MOCHEQMO REDEFINES MOCHEQMI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 CUENTAO                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 SERIEO                    PIC X(04).
           02 FILLER                    PIC X(03).
           02 CHINIO                    PIC X(08).
           02 FILLER                    PIC X(03).
           02 CHFINO                    PIC X(08).
           02 FILLER                    PIC X(03).
           02 CHEQUEO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 MOTIVOO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 DESCRIO                   PIC X(30).
           02 FILLER                    PIC X(03).
           02 FVENCEO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 FEMISIO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 ESTADOO                   PIC X(20).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(60).
