      *****************************************************************
      * MOSOBGM - MAPA SIMBOLICO DE LINEAS DE SOBREGIRO (MO5D1SG3).   *
      *           GENERADO A PARTIR DEL MAPSET MOSOBGM.               *
      *****************************************************************
       01  MOSOBGMI.
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
           02 CUENTAI                   PIC X(16).
           02 MONEDAL                   PIC S9(4) COMP.
           02 MONEDAF                   PIC X.
           02 FILLER REDEFINES MONEDAF.
              03 MONEDAA                PIC X.
           02 MONEDAI                   PIC X(01).
           02 LIMITEL                   PIC S9(4) COMP.
           02 LIMITEF                   PIC X.
           02 FILLER REDEFINES LIMITEF.
              03 LIMITEA                PIC X.
           02 LIMITEI                   PIC X(13).
           02 FVENCEL                   PIC S9(4) COMP.
           02 FVENCEF                   PIC X.
           02 FILLER REDEFINES FVENCEF.
              03 FVENCEA                PIC X.
           02 FVENCEI                   PIC X(08).
           02 FAUTORL                   PIC S9(4) COMP.
           02 FAUTORF                   PIC X.
           02 FILLER REDEFINES FAUTORF.
              03 FAUTORA                PIC X.
           02 FAUTORI                   PIC X(08).
           02 USUARIOL                  PIC S9(4) COMP.
           02 USUARIOF                  PIC X.
           02 FILLER REDEFINES USUARIOF.
              03 USUARIOA               PIC X.
           02 USUARIOI                  PIC X(08).
           02 ESTADOL                   PIC S9(4) COMP.
           02 ESTADOF                   PIC X.
           02 FILLER REDEFINES ESTADOF.
              03 ESTADOA                PIC X.
           02 ESTADOI                   PIC X(01).
           02 MENSAJEL                  PIC S9(4) COMP.
           02 MENSAJEF                  PIC X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PIC X.
           02 MENSAJEI                  PIC X(60).
       01  MOSOBGMO REDEFINES MOSOBGMI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 CUENTAO                   PIC X(16).
           02 FILLER                    PIC X(03).
           02 MONEDAO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 LIMITEO                   PIC X(13).
           02 FILLER                    PIC X(03).
           02 FVENCEO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 FAUTORO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 USUARIOO                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 ESTADOO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(60).
