      *****************************************************************
      * MOACHM - MAPA SIMBOLICO DE LA CAPTURA DE TRANSFERENCIAS       *
      *          ACH SALIENTES (MO5D1AC3)                             *
      *****************************************************************
       01  MOACHMI.
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
           02 BANCOL                    PIC S9(4) COMP.
           02 BANCOF                    PIC X.
           02 FILLER REDEFINES BANCOF.
              03 BANCOA                 PIC X.
           02 BANCOI                    PIC X(04).
           02 CTADESL                   PIC S9(4) COMP.
           02 CTADESF                   PIC X.
           02 FILLER REDEFINES CTADESF.
              03 CTADESA                PIC X.
           02 CTADESI                   PIC X(20).
           02 BENEFL                    PIC S9(4) COMP.
           02 BENEFF                    PIC X.
           02 FILLER REDEFINES BENEFF.
              03 BENEFA                 PIC X.
           02 BENEFI                    PIC X(30).
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
           02 NOMBCOL                   PIC S9(4) COMP.
           02 NOMBCOF                   PIC X.
           02 FILLER REDEFINES NOMBCOF.
              03 NOMBCOA                PIC X.
           02 NOMBCOI                   PIC X(30).
           02 SALDOQL                   PIC S9(4) COMP.
           02 SALDOQF                   PIC X.
           02 FILLER REDEFINES SALDOQF.
              03 SALDOQA                PIC X.
           02 SALDOQI                   PIC X(18).
           02 REFERL                    PIC S9(4) COMP.
           02 REFERF                    PIC X.
           02 FILLER REDEFINES REFERF.
              03 REFERA                 PIC X.
           02 REFERI                    PIC X(18).
           02 MENSAJEL                  PIC S9(4) COMP.
           02 MENSAJEF                  PIC X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PIC X.
           02 MENSAJEI                  PIC X(60).
       01  MOACHMO REDEFINES MOACHMI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 CUENTAO                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 MONTOO                    PIC X(11).
           02 FILLER                    PIC X(03).
           02 BANCOO                    PIC X(04).
           02 FILLER                    PIC X(03).
           02 CTADESO                   PIC X(20).
           02 FILLER                    PIC X(03).
           02 BENEFO                    PIC X(30).
           02 FILLER                    PIC X(03).
           02 DOCTOO                    PIC X(08).
           02 FILLER                    PIC X(03).
           02 FIRMA1O                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 FIRMA2O                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 TITULARO                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 NOMBCOO                   PIC X(30).
           02 FILLER                    PIC X(03).
           02 SALDOQO                   PIC X(18).
           02 FILLER                    PIC X(03).
           02 REFERO                    PIC X(18).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(60).
