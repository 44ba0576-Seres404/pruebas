      *****************************************************************
      * CFEDCRM - CRUCE CLIENTES EDUCATIVOS (EDM1CL) - CIF (CFCNAT)   *
      *           C=CONFIRMA R=RECHAZA I=CONSULTA S=SIGUIENTE         *
      *****************************************************************
       01  CFEDCRMI.
           02 FILLER                    PIC X(12).
           02 ACCIONL                   PIC S9(4) COMP.
           02 ACCIONF                   PIC X.
           02 FILLER REDEFINES ACCIONF.
              03 ACCIONA                PIC X.
           02 ACCIONI                   PIC X(01).
           02 CODEDUL                   PIC S9(4) COMP.
           02 CODEDUF                   PIC X.
           02 FILLER REDEFINES CODEDUF.
              03 CODEDUA                PIC X.
           02 CODEDUI                   PIC X(08).
           02 NOMEDUL                   PIC S9(4) COMP.
           02 NOMEDUF                   PIC X.
           02 FILLER REDEFINES NOMEDUF.
              03 NOMEDUA                PIC X.
           02 NOMEDUI                   PIC X(30).
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
           02 FNACIML                   PIC S9(4) COMP.
           02 FNACIMF                   PIC X.
           02 FILLER REDEFINES FNACIMF.
              03 FNACIMA                PIC X.
           02 FNACIMI                   PIC X(08).
           02 PCTNOML                   PIC S9(4) COMP.
           02 PCTNOMF                   PIC X.
           02 FILLER REDEFINES PCTNOMF.
              03 PCTNOMA                PIC X.
           02 PCTNOMI                   PIC X(03).
           02 CONFIAL                   PIC S9(4) COMP.
           02 CONFIAF                   PIC X.
           02 FILLER REDEFINES CONFIAF.
              03 CONFIAA                PIC X.
           02 CONFIAI                   PIC X(03).
           02 ESTADOL                   PIC S9(4) COMP.
           02 ESTADOF                   PIC X.
           02 FILLER REDEFINES ESTADOF.
              03 ESTADOA                PIC X.
           02 ESTADOI                   PIC X(01).
           02 FPROPUL                   PIC S9(4) COMP.
           02 FPROPUF                   PIC X.
           02 FILLER REDEFINES FPROPUF.
              03 FPROPUA                PIC X.
           02 FPROPUI                   PIC X(08).
           02 FDECISL                   PIC S9(4) COMP.
           02 FDECISF                   PIC X.
           02 FILLER REDEFINES FDECISF.
              03 FDECISA                PIC X.
           02 FDECISI                   PIC X(08).
           02 USUDECL                   PIC S9(4) COMP.
           02 USUDECF                   PIC X.
           02 FILLER REDEFINES USUDECF.
              03 USUDECA                PIC X.
           02 USUDECI                   PIC X(08).
           02 MENSAJEL                  PIC S9(4) COMP.
           02 MENSAJEF                  PIC X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PIC X.
           02 MENSAJEI                  PIC X(60).
       01  CFEDCRMO REDEFINES CFEDCRMI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 CODEDUO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 NOMEDUO                   PIC X(30).
           02 FILLER                    PIC X(03).
           02 CLIENTEO                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 NOMCLIO                   PIC X(40).
           02 FILLER                    PIC X(03).
           02 FNACIMO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 PCTNOMO                   PIC X(03).
           02 FILLER                    PIC X(03).
           02 CONFIAO                   PIC X(03).
           02 FILLER                    PIC X(03).
           02 ESTADOO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 FPROPUO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 FDECISO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 USUDECO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(60).
