      *****************************************************************
      * TLQUITM - MAPA SIMBOLICO DE LAS PROPUESTAS DE QUITA DE        *
      *           COBRANZA (TL5D1QT3). GENERADO A PARTIR DEL MAPSET   *
      *           TLQUITM, GRUPO DE MAPAS TARJETA EMPRESARIAL.        *
      *****************************************************************
       01  TLQUITMI.
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
           02 PAGOL                     PIC S9(4) COMP.
           02 PAGOF                     PIC X.
           02 FILLER REDEFINES PAGOF.
              03 PAGOA                  PIC X.
           02 PAGOI                     PIC X(11).
           02 FECLIML                   PIC S9(4) COMP.
           02 FECLIMF                   PIC X.
           02 FILLER REDEFINES FECLIMF.
              03 FECLIMA                PIC X.
           02 FECLIMI                   PIC X(08).
           02 MOTIVOL                   PIC S9(4) COMP.
           02 MOTIVOF                   PIC X.
           02 FILLER REDEFINES MOTIVOF.
              03 MOTIVOA                PIC X.
           02 MOTIVOI                   PIC X(30).
           02 SALDOL                    PIC S9(4) COMP.
           02 SALDOF                    PIC X.
           02 FILLER REDEFINES SALDOF.
              03 SALDOA                 PIC X.
           02 SALDOI                    PIC X(12).
           02 QUITAL                    PIC S9(4) COMP.
           02 QUITAF                    PIC X.
           02 FILLER REDEFINES QUITAF.
              03 QUITAA                 PIC X.
           02 QUITAI                    PIC X(12).
           02 PORCENL                   PIC S9(4) COMP.
           02 PORCENF                   PIC X.
           02 FILLER REDEFINES PORCENF.
              03 PORCENA                PIC X.
           02 PORCENI                   PIC X(06).
           02 NIVELL                    PIC S9(4) COMP.
           02 NIVELF                    PIC X.
           02 FILLER REDEFINES NIVELF.
              03 NIVELA                 PIC X.
           02 NIVELI                    PIC X(01).
           02 ESTADOL                   PIC S9(4) COMP.
           02 ESTADOF                   PIC X.
           02 FILLER REDEFINES ESTADOF.
              03 ESTADOA                PIC X.
           02 ESTADOI                   PIC X(20).
           02 ANALISL                   PIC S9(4) COMP.
           02 ANALISF                   PIC X.
           02 FILLER REDEFINES ANALISF.
              03 ANALISA                PIC X.
           02 ANALISI                   PIC X(08).
           02 APROBAL                   PIC S9(4) COMP.
           02 APROBAF                   PIC X.
           02 FILLER REDEFINES APROBAF.
              03 APROBAA                PIC X.
           02 APROBAI                   PIC X(08).
           02 MENSAJEL                  PIC S9(4) COMP.
           02 MENSAJEF                  PIC X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PIC X.
           02 MENSAJEI                  PIC X(60).
       01  TLQUITMO REDEFINES TLQUITMI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 CUENTAO                   PIC X(16).
           02 FILLER                    PIC X(03).
           02 MONEDAO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 PAGOO                     PIC X(11).
           02 FILLER                    PIC X(03).
           02 FECLIMO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 MOTIVOO                   PIC X(30).
           02 FILLER                    PIC X(03).
           02 SALDOO                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 QUITAO                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 PORCENO                   PIC X(06).
           02 FILLER                    PIC X(03).
           02 NIVELO                    PIC X(01).
           02 FILLER                    PIC X(03).
           02 ESTADOO                   PIC X(20).
           02 FILLER                    PIC X(03).
           02 ANALISO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 APROBAO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(60).
