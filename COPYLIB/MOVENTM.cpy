      *****************************************************************
      * MOVENTM - MAPA SIMBOLICO DE DEPOSITOS Y RETIROS EN LINEA DE   *
      *           CUENTAS MONETARIAS (MO5D1VT3). GENERADO A PARTIR    *
      *           DEL MAPSET MOVENTM.                                 *
      *****************************************************************
       01  MOVENTMI.
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
           02 MONEDAL                   PIC S9(4) COMP.
           02 MONEDAF                   PIC X.
           02 FILLER REDEFINES MONEDAF.
              03 MONEDAA                PIC X.
           02 MONEDAI                   PIC X(01).
           02 MONTOL                    PIC S9(4) COMP.
           02 MONTOF                    PIC X.
           02 FILLER REDEFINES MONTOF.
              03 MONTOA                 PIC X.
           02 MONTOI                    PIC X(11).
           02 DOCTOL                    PIC S9(4) COMP.
           02 DOCTOF                    PIC X.
           02 FILLER REDEFINES DOCTOF.
              03 DOCTOA                 PIC X.
           02 DOCTOI                    PIC X(08).
           02 FIRMA1L                   PIC S9(4) COMP.
           02 FIRMA1F                   PIC X.
           02 FILLER REDEFINES FIRMA1F.
              03 FIRMA1A                PIC X.
           02 FIRMA1I                   PIC X(08).
           02 FIRMA2L                   PIC S9(4) COMP.
           02 FIRMA2F                   PIC X.
           02 FILLER REDEFINES FIRMA2F.
              03 FIRMA2A                PIC X.
           02 FIRMA2I                   PIC X(08).
           02 TITULARL                  PIC S9(4) COMP.
           02 TITULARF                  PIC X.
           02 FILLER REDEFINES TITULARF.
              03 TITULARA               PIC X.
           02 TITULARI                  PIC X(08).
           02 DISPONL                   PIC S9(4) COMP.
           02 DISPONF                   PIC X.
           02 FILLER REDEFINES DISPONF.
              03 DISPONA                PIC X.
           02 DISPONI                   PIC X(18).
           02 LIBREL                    PIC S9(4) COMP.
           02 LIBREF                    PIC X.
           02 FILLER REDEFINES LIBREF.
              03 LIBREA                 PIC X.
           02 LIBREI                    PIC X(18).
           02 MENSAJEL                  PIC S9(4) COMP.
           02 MENSAJEF                  PIC X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PIC X.
           02 MENSAJEI                  PIC X(60).
       01  MOVENTMO REDEFINES MOVENTMI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 CUENTAO                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 MONEDAO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 MONTOO                    PIC X(11).
           02 FILLER                    PIC X(03).
           02 DOCTOO                    PIC X(08).
           02 FILLER                    PIC X(03).
           02 FIRMA1O                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 FIRMA2O                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 TITULARO                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 DISPONO                   PIC X(18).
           02 FILLER                    PIC X(03).
           02 LIBREO                    PIC X(18).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(60).
