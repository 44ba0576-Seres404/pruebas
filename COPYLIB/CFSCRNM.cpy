      *****************************************************************
      * CFSCRNM - MAPA SIMBOLICO DEL WORKBENCH DE REVISION DE         *
      *           COINCIDENCIAS CONTRA LISTAS DE SANCIONES Y PEP      *
      *           (CF5D1SC3). GENERADO A PARTIR DEL MAPSET CFSCRNM.   *
      *****************************************************************
       01  CFSCRNMI.
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
           02 LISTAL                    PIC S9(4) COMP.
           02 LISTAF                    PIC X.
           02 FILLER REDEFINES LISTAF.
              03 LISTAA                 PIC X.
           02 LISTAI                    PIC X(04).
           02 IDLISTL                   PIC S9(4) COMP.
           02 IDLISTF                   PIC X.
           02 FILLER REDEFINES IDLISTF.
              03 IDLISTA                PIC X.
           02 IDLISTI                   PIC X(15).
           02 TIPPERL                   PIC S9(4) COMP.
           02 TIPPERF                   PIC X.
           02 FILLER REDEFINES TIPPERF.
              03 TIPPERA                PIC X.
           02 TIPPERI                   PIC X(01).
           02 NOMCLIL                   PIC S9(4) COMP.
           02 NOMCLIF                   PIC X.
           02 FILLER REDEFINES NOMCLIF.
              03 NOMCLIA                PIC X.
           02 NOMCLII                   PIC X(40).
           02 DOCCLIL                   PIC S9(4) COMP.
           02 DOCCLIF                   PIC X.
           02 FILLER REDEFINES DOCCLIF.
              03 DOCCLIA                PIC X.
           02 DOCCLII                   PIC X(20).
           02 NOMLISL                   PIC S9(4) COMP.
           02 NOMLISF                   PIC X.
           02 FILLER REDEFINES NOMLISF.
              03 NOMLISA                PIC X.
           02 NOMLISI                   PIC X(40).
           02 DOCLISL                   PIC S9(4) COMP.
           02 DOCLISF                   PIC X.
           02 FILLER REDEFINES DOCLISF.
              03 DOCLISA                PIC X.
           02 DOCLISI                   PIC X(20).
           02 TIPCOIL                   PIC S9(4) COMP.
           02 TIPCOIF                   PIC X.
           02 FILLER REDEFINES TIPCOIF.
              03 TIPCOIA                PIC X.
           02 TIPCOII                   PIC X(01).
           02 PORCENL                   PIC S9(4) COMP.
           02 PORCENF                   PIC X.
           02 FILLER REDEFINES PORCENF.
              03 PORCENA                PIC X.
           02 PORCENI                   PIC X(03).
           02 ORIGENL                   PIC S9(4) COMP.
           02 ORIGENF                   PIC X.
           02 FILLER REDEFINES ORIGENF.
              03 ORIGENA                PIC X.
           02 ORIGENI                   PIC X(01).
           02 FECDETL                   PIC S9(4) COMP.
           02 FECDETF                   PIC X.
           02 FILLER REDEFINES FECDETF.
              03 FECDETA                PIC X.
           02 FECDETI                   PIC X(08).
           02 ESTADOL                   PIC S9(4) COMP.
           02 ESTADOF                   PIC X.
           02 FILLER REDEFINES ESTADOF.
              03 ESTADOA                PIC X.
           02 ESTADOI                   PIC X(01).
           02 COMENTL                   PIC S9(4) COMP.
           02 COMENTF                   PIC X.
           02 FILLER REDEFINES COMENTF.
              03 COMENTA                PIC X.
           02 COMENTI                   PIC X(40).
           02 USUDECL                   PIC S9(4) COMP.
           02 USUDECF                   PIC X.
           02 FILLER REDEFINES USUDECF.
              03 USUDECA                PIC X.
           02 USUDECI                   PIC X(08).
           02 FECDECL                   PIC S9(4) COMP.
           02 FECDECF                   PIC X.
           02 FILLER REDEFINES FECDECF.
              03 FECDECA                PIC X.
           02 FECDECI                   PIC X(08).
           02 MENSAJEL                  PIC S9(4) COMP.
           02 MENSAJEF                  PIC X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PIC X.
           02 MENSAJEI                  PIC X(60).
       01  CFSCRNMO REDEFINES CFSCRNMI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 CLIENTEO                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 LISTAO                    PIC X(04).
           02 FILLER                    PIC X(03).
           02 IDLISTO                   PIC X(15).
           02 FILLER                    PIC X(03).
           02 TIPPERO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 NOMCLIO                   PIC X(40).
           02 FILLER                    PIC X(03).
           02 DOCCLIO                   PIC X(20).
           02 FILLER                    PIC X(03).
           02 NOMLISO                   PIC X(40).
           02 FILLER                    PIC X(03).
           02 DOCLISO                   PIC X(20).
           02 FILLER                    PIC X(03).
           02 TIPCOIO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 PORCENO                   PIC X(03).
           02 FILLER                    PIC X(03).
           02 ORIGENO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 FECDETO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 ESTADOO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 COMENTO                   PIC X(40).
           02 FILLER                    PIC X(03).
           02 USUDECO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 FECDECO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(60).
