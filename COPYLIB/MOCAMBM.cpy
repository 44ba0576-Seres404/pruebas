      *****************************************************************
      * MOCAMBM - MAPA SIMBOLICO DE COMPRA Y VENTA DE DOLARES ENTRE   *
      *           LOS SALDOS EN QUETZALES Y DOLARES (MO5D1FX3)        *
      *****************************************************************
       01  MOCAMBMI.
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
           02 TCREFL                    PIC S9(4) COMP.
           02 TCREFF                    PIC X.
           02 FILLER REDEFINES TCREFF.
              03 TCREFA                 PIC X.
           02 TCREFI                    PIC X(10).
           02 TCCOMPL                   PIC S9(4) COMP.
           02 TCCOMPF                   PIC X.
           02 FILLER REDEFINES TCCOMPF.
              03 TCCOMPA                PIC X.
           02 TCCOMPI                   PIC X(10).
           02 TCVENTL                   PIC S9(4) COMP.
           02 TCVENTF                   PIC X.
           02 FILLER REDEFINES TCVENTF.
              03 TCVENTA                PIC X.
           02 TCVENTI                   PIC X(10).
           02 TCAPLIL                   PIC S9(4) COMP.
           02 TCAPLIF                   PIC X.
           02 FILLER REDEFINES TCAPLIF.
              03 TCAPLIA                PIC X.
           02 TCAPLII                   PIC X(10).
           02 MONTOQL                   PIC S9(4) COMP.
           02 MONTOQF                   PIC X.
           02 FILLER REDEFINES MONTOQF.
              03 MONTOQA                PIC X.
           02 MONTOQI                   PIC X(18).
           02 SALDOQL                   PIC S9(4) COMP.
           02 SALDOQF                   PIC X.
           02 FILLER REDEFINES SALDOQF.
              03 SALDOQA                PIC X.
           02 SALDOQI                   PIC X(18).
           02 SALDODL                   PIC S9(4) COMP.
           02 SALDODF                   PIC X.
           02 FILLER REDEFINES SALDODF.
              03 SALDODA                PIC X.
           02 SALDODI                   PIC X(18).
           02 MENSAJEL                  PIC S9(4) COMP.
           02 MENSAJEF                  PIC X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PIC X.
           02 MENSAJEI                  PIC X(60).
       01  MOCAMBMO REDEFINES MOCAMBMI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 CUENTAO                   PIC X(10).
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
           02 TCREFO                    PIC X(10).
           02 FILLER                    PIC X(03).
           02 TCCOMPO                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 TCVENTO                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 TCAPLIO                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 MONTOQO                   PIC X(18).
           02 FILLER                    PIC X(03).
           02 SALDOQO                   PIC X(18).
           02 FILLER                    PIC X(03).
           02 SALDODO                   PIC X(18).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(60).
