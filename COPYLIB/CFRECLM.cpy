      *****************************************************************
      * CFRECLM - REGISTRO DE RECLAMOS DE CLIENTES                    *
      *           A=ALTA M=MODIFICA R=RESUELVE I=CONSULTA             *
      *****************************************************************
       01  CFRECLMI.
           02 FILLER                    PIC X(12).
           02 ACCIONL                   PIC S9(4) COMP.
           02 ACCIONF                   PIC X.
           02 FILLER REDEFINES ACCIONF.
              03 ACCIONA                PIC X.
           02 ACCIONI                   PIC X(01).
           02 NUMEROL                   PIC S9(4) COMP.
           02 NUMEROF                   PIC X.
           02 FILLER REDEFINES NUMEROF.
              03 NUMEROA                PIC X.
           02 NUMEROI                   PIC X(18).
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
           02 PRODUCL                   PIC S9(4) COMP.
           02 PRODUCF                   PIC X.
           02 FILLER REDEFINES PRODUCF.
              03 PRODUCA                PIC X.
           02 PRODUCI                   PIC X(02).
           02 CUENTAL                   PIC S9(4) COMP.
           02 CUENTAF                   PIC X.
           02 FILLER REDEFINES CUENTAF.
              03 CUENTAA                PIC X.
           02 CUENTAI                   PIC X(16).
           02 CATEGOL                   PIC S9(4) COMP.
           02 CATEGOF                   PIC X.
           02 FILLER REDEFINES CATEGOF.
              03 CATEGOA                PIC X.
           02 CATEGOI                   PIC X(02).
           02 DESCATL                   PIC S9(4) COMP.
           02 DESCATF                   PIC X.
           02 FILLER REDEFINES DESCATF.
              03 DESCATA                PIC X.
           02 DESCATI                   PIC X(30).
           02 FRECIBL                   PIC S9(4) COMP.
           02 FRECIBF                   PIC X.
           02 FILLER REDEFINES FRECIBF.
              03 FRECIBA                PIC X.
           02 FRECIBI                   PIC X(08).
           02 CANALL                    PIC S9(4) COMP.
           02 CANALF                    PIC X.
           02 FILLER REDEFINES CANALF.
              03 CANALA                 PIC X.
           02 CANALI                    PIC X(01).
           02 RESPONL                   PIC S9(4) COMP.
           02 RESPONF                   PIC X.
           02 FILLER REDEFINES RESPONF.
              03 RESPONA                PIC X.
           02 RESPONI                   PIC X(08).
           02 FLIMITL                   PIC S9(4) COMP.
           02 FLIMITF                   PIC X.
           02 FILLER REDEFINES FLIMITF.
              03 FLIMITA                PIC X.
           02 FLIMITI                   PIC X(08).
           02 DESCRIL                   PIC S9(4) COMP.
           02 DESCRIF                   PIC X.
           02 FILLER REDEFINES DESCRIF.
              03 DESCRIA                PIC X.
           02 DESCRII                   PIC X(60).
           02 ESTADOL                   PIC S9(4) COMP.
           02 ESTADOF                   PIC X.
           02 FILLER REDEFINES ESTADOF.
              03 ESTADOA                PIC X.
           02 ESTADOI                   PIC X(01).
           02 RESULTL                   PIC S9(4) COMP.
           02 RESULTF                   PIC X.
           02 FILLER REDEFINES RESULTF.
              03 RESULTA                PIC X.
           02 RESULTI                   PIC X(01).
           02 RESOLUL                   PIC S9(4) COMP.
           02 RESOLUF                   PIC X.
           02 FILLER REDEFINES RESOLUF.
              03 RESOLUA                PIC X.
           02 RESOLUI                   PIC X(60).
           02 FRESOLL                   PIC S9(4) COMP.
           02 FRESOLF                   PIC X.
           02 FILLER REDEFINES FRESOLF.
              03 FRESOLA                PIC X.
           02 FRESOLI                   PIC X(08).
           02 MENSAJEL                  PIC S9(4) COMP.
           02 MENSAJEF                  PIC X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PIC X.
           02 MENSAJEI                  PIC X(60).
       01  CFRECLMO REDEFINES CFRECLMI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 NUMEROO                   PIC X(18).
           02 FILLER                    PIC X(03).
           02 CLIENTEO                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 NOMCLIO                   PIC X(40).
           02 FILLER                    PIC X(03).
           02 PRODUCO                   PIC X(02).
           02 FILLER                    PIC X(03).
           02 CUENTAO                   PIC X(16).
           02 FILLER                    PIC X(03).
           02 CATEGOO                   PIC X(02).
           02 FILLER                    PIC X(03).
           02 DESCATO                   PIC X(30).
           02 FILLER                    PIC X(03).
           02 FRECIBO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 CANALO                    PIC X(01).
           02 FILLER                    PIC X(03).
           02 RESPONO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 FLIMITO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 DESCRIO                   PIC X(60).
           02 FILLER                    PIC X(03).
           02 ESTADOO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 RESULTO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 RESOLUO                   PIC X(60).
           02 FILLER                    PIC X(03).
           02 FRESOLO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(60).
