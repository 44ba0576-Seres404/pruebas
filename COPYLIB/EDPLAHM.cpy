      *****************************************************************
      * EDPLAHM - MAPA SIMBOLICO DEL MANTENIMIENTO DE PLANES DE       *
      *           AHORRO PROGRAMADO EDPLAHO (ED3D1PA3). GENERADO A    *
      *           PARTIR DEL MAPSET EDPLAHM.                          *
      *****************************************************************
       01  EDPLAHMI.
           02 FILLER                    PIC X(12).
           02 ACCIONL                   PIC S9(4) COMP.
           02 ACCIONF                   PIC X.
           02 FILLER REDEFINES ACCIONF.
              03 ACCIONA                PIC X.
           02 ACCIONI                   PIC X(01).
           02 USUARIOL                  PIC S9(4) COMP.
           02 USUARIOF                  PIC X.
           02 FILLER REDEFINES USUARIOF.
              03 USUARIOA               PIC X.
           02 USUARIOI                  PIC X(08).
           02 CTAORIL                   PIC S9(4) COMP.
           02 CTAORIF                   PIC X.
           02 FILLER REDEFINES CTAORIF.
              03 CTAORIA                PIC X.
           02 CTAORII                   PIC X(16).
           02 CORRELL                   PIC S9(4) COMP.
           02 CORRELF                   PIC X.
           02 FILLER REDEFINES CORRELF.
              03 CORRELA                PIC X.
           02 CORRELI                   PIC X(04).
           02 CTAAHOL                   PIC S9(4) COMP.
           02 CTAAHOF                   PIC X.
           02 FILLER REDEFINES CTAAHOF.
              03 CTAAHOA                PIC X.
           02 CTAAHOI                   PIC X(10).
           02 MONTOL                    PIC S9(4) COMP.
           02 MONTOF                    PIC X.
           02 FILLER REDEFINES MONTOF.
              03 MONTOA                 PIC X.
           02 MONTOI                    PIC X(11).
           02 DIAMESL                   PIC S9(4) COMP.
           02 DIAMESF                   PIC X.
           02 FILLER REDEFINES DIAMESF.
              03 DIAMESA                PIC X.
           02 DIAMESI                   PIC X(02).
           02 METAMOL                   PIC S9(4) COMP.
           02 METAMOF                   PIC X.
           02 FILLER REDEFINES METAMOF.
              03 METAMOA                PIC X.
           02 METAMOI                   PIC X(11).
           02 METAFEL                   PIC S9(4) COMP.
           02 METAFEF                   PIC X.
           02 FILLER REDEFINES METAFEF.
              03 METAFEA                PIC X.
           02 METAFEI                   PIC X(08).
           02 ACUMULL                   PIC S9(4) COMP.
           02 ACUMULF                   PIC X.
           02 FILLER REDEFINES ACUMULF.
              03 ACUMULA                PIC X.
           02 ACUMULI                   PIC X(15).
           02 AVANCEL                   PIC S9(4) COMP.
           02 AVANCEF                   PIC X.
           02 FILLER REDEFINES AVANCEF.
              03 AVANCEA                PIC X.
           02 AVANCEI                   PIC X(07).
           02 ESTADOL                   PIC S9(4) COMP.
           02 ESTADOF                   PIC X.
           02 FILLER REDEFINES ESTADOF.
              03 ESTADOA                PIC X.
           02 ESTADOI                   PIC X(01).
           02 FALLOSL                   PIC S9(4) COMP.
           02 FALLOSF                   PIC X.
           02 FILLER REDEFINES FALLOSF.
              03 FALLOSA                PIC X.
           02 FALLOSI                   PIC X(03).
           02 MOTIVOL                   PIC S9(4) COMP.
           02 MOTIVOF                   PIC X.
           02 FILLER REDEFINES MOTIVOF.
              03 MOTIVOA                PIC X.
           02 MOTIVOI                   PIC X(30).
           02 MENSAJEL                  PIC S9(4) COMP.
           02 MENSAJEF                  PIC X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PIC X.
           02 MENSAJEI                  PIC X(60).
       01  EDPLAHMO REDEFINES EDPLAHMI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 USUARIOO                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 CTAORIO                   PIC X(16).
           02 FILLER                    PIC X(03).
           02 CORRELO                   PIC X(04).
           02 FILLER                    PIC X(03).
           02 CTAAHOO                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 MONTOO                    PIC X(11).
           02 FILLER                    PIC X(03).
           02 DIAMESO                   PIC X(02).
           02 FILLER                    PIC X(03).
           02 METAMOO                   PIC X(11).
           02 FILLER                    PIC X(03).
           02 METAFEO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 ACUMULO                   PIC X(15).
           02 FILLER                    PIC X(03).
           02 AVANCEO                   PIC X(07).
           02 FILLER                    PIC X(03).
           02 ESTADOO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 FALLOSO                   PIC X(03).
           02 FILLER                    PIC X(03).
           02 MOTIVOO                   PIC X(30).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(60).
