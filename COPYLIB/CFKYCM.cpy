      *****************************************************************
      * CFKYCM - CONTROL DE REVISION KYC DEL CLIENTE                  *
      *          A=ALTA CONTROL R=REGISTRA REVISION                   *
      *          C=CAMBIA RIESGO/AGENCIA I=CONSULTA                   *
      *****************************************************************
       01  CFKYCMI.
           02 FILLER                    PIC X(12).
           02 ACCIONL                   PIC S9(4) COMP.
           02 ACCIONF                   PIC X.
           02 FILLER REDEFINES ACCIONF.
              03 ACCIONA                PIC X.
           02 ACCIONI                   PIC X(01).
           02 CLIENTEL                  PIC S9(4) COMP.
           02 CLIENTEF                  PIC X.
           02 FILLER REDEFINES CLIENTEF.
              03 CLIENTEA               PIC X.
           02 CLIENTEI                  PIC X(08).
           02 NOMCLIL                   PIC S9(4) COMP.
           02 NOMCLIF                   PIC X.
           02 FILLER REDEFINES NOMCLIF.
              03 NOMCLIA                PIC X.
           02 NOMCLII                   PIC X(40).
           02 TIPCLIL                   PIC S9(4) COMP.
           02 TIPCLIF                   PIC X.
           02 FILLER REDEFINES TIPCLIF.
              03 TIPCLIA                PIC X.
           02 TIPCLII                   PIC X(01).
           02 RIESGOL                   PIC S9(4) COMP.
           02 RIESGOF                   PIC X.
           02 FILLER REDEFINES RIESGOF.
              03 RIESGOA                PIC X.
           02 RIESGOI                   PIC X(01).
           02 AGENCIL                   PIC S9(4) COMP.
           02 AGENCIF                   PIC X.
           02 FILLER REDEFINES AGENCIF.
              03 AGENCIA                PIC X.
           02 AGENCII                   PIC X(04).
           02 FULTREL                   PIC S9(4) COMP.
           02 FULTREF                   PIC X.
           02 FILLER REDEFINES FULTREF.
              03 FULTREA                PIC X.
           02 FULTREI                   PIC X(08).
           02 FPROXRL                   PIC S9(4) COMP.
           02 FPROXRF                   PIC X.
           02 FILLER REDEFINES FPROXRF.
              03 FPROXRA                PIC X.
           02 FPROXRI                   PIC X(08).
           02 REVISOL                   PIC S9(4) COMP.
           02 REVISOF                   PIC X.
           02 FILLER REDEFINES REVISOF.
              03 REVISOA                PIC X.
           02 REVISOI                   PIC X(08).
           02 RESTRIL                   PIC S9(4) COMP.
           02 RESTRIF                   PIC X.
           02 FILLER REDEFINES RESTRIF.
              03 RESTRIA                PIC X.
           02 RESTRII                   PIC X(01).
           02 FRESTRL                   PIC S9(4) COMP.
           02 FRESTRF                   PIC X.
           02 FILLER REDEFINES FRESTRF.
              03 FRESTRA                PIC X.
           02 FRESTRI                   PIC X(08).
           02 MENSAJEL                  PIC S9(4) COMP.
           02 MENSAJEF                  PIC X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PIC X.
           02 MENSAJEI                  PIC X(60).
       01  CFKYCMO REDEFINES CFKYCMI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 CLIENTEO                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 NOMCLIO                   PIC X(40).
           02 FILLER                    PIC X(03).
           02 TIPCLIO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 RIESGOO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 AGENCIO                   PIC X(04).
           02 FILLER                    PIC X(03).
           02 FULTREO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 FPROXRO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 REVISOO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 RESTRIO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 FRESTRO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(60).
