      *****************************************************************
      * STPAGOM - MAPA SIMBOLICO DEL COBRO EN VENTANILLA DE           *
      *           FORMULARIOS DE PAGO SAT Y DE LA ANULACION DEL       *
      *           RECIBO (ST5D1PG3). GENERADO A PARTIR DEL MAPSET     *
      *           STPAGOM.                                            *
      *****************************************************************
       01  STPAGOMI.
           02 FILLER                    PIC X(12).
           02 ACCIONL                   PIC S9(4) COMP.
           02 ACCIONF                   PIC X.
           02 FILLER REDEFINES ACCIONF.
              03 ACCIONA                PIC X.
           02 ACCIONI                   PIC X(01).
           02 FORMULL                   PIC S9(4) COMP.
           02 FORMULF                   PIC X.
           02 FILLER REDEFINES FORMULF.
              03 FORMULA                PIC X.
           02 FORMULI                   PIC X(11).
           02 MONTOL                    PIC S9(4) COMP.
           02 MONTOF                    PIC X.
           02 FILLER REDEFINES MONTOF.
              03 MONTOA                 PIC X.
           02 MONTOI                    PIC X(11).
           02 MOTIVOL                   PIC S9(4) COMP.
           02 MOTIVOF                   PIC X.
           02 FILLER REDEFINES MOTIVOF.
              03 MOTIVOA                PIC X.
           02 MOTIVOI                   PIC X(02).
           02 AGENCIL                   PIC S9(4) COMP.
           02 AGENCIF                   PIC X.
           02 FILLER REDEFINES AGENCIF.
              03 AGENCIA                PIC X.
           02 AGENCII                   PIC X(06).
           02 RECIBOL                   PIC S9(4) COMP.
           02 RECIBOF                   PIC X.
           02 FILLER REDEFINES RECIBOF.
              03 RECIBOA                PIC X.
           02 RECIBOI                   PIC X(18).
           02 CAJEROL                   PIC S9(4) COMP.
           02 CAJEROF                   PIC X.
           02 FILLER REDEFINES CAJEROF.
              03 CAJEROA                PIC X.
           02 CAJEROI                   PIC X(08).
           02 ESTADOL                   PIC S9(4) COMP.
           02 ESTADOF                   PIC X.
           02 FILLER REDEFINES ESTADOF.
              03 ESTADOA                PIC X.
           02 ESTADOI                   PIC X(20).
           02 MENSAJEL                  PIC S9(4) COMP.
           02 MENSAJEF                  PIC X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PIC X.
           02 MENSAJEI                  PIC X(60).
       01  STPAGOMO REDEFINES STPAGOMI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 FORMULO                   PIC X(11).
           02 FILLER                    PIC X(03).
           02 MONTOO                    PIC X(11).
           02 FILLER                    PIC X(03).
           02 MOTIVOO                   PIC X(02).
           02 FILLER                    PIC X(03).
           02 AGENCIO                   PIC X(06).
           02 FILLER                    PIC X(03).
           02 RECIBOO                   PIC X(18).
           02 FILLER                    PIC X(03).
           02 CAJEROO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 ESTADOO                   PIC X(20).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(60).
