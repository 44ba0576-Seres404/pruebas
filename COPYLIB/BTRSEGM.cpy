      *****************************************************************
      * BTRSEGM - MAPA SIMBOLICO DE LA ADMINISTRACION DE USUARIOS Y   *
      *           PERMISOS DEL PERFIL UNICO (BT5D1SE3). GENERADO A    *
      *           PARTIR DEL MAPSET BTRSEGM.                          *
      *****************************************************************
       01  BTRSEGMI.
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
           02 NOMBREL                   PIC S9(4) COMP.
           02 NOMBREF                   PIC X.
           02 FILLER REDEFINES NOMBREF.
              03 NOMBREA                PIC X.
           02 NOMBREI                   PIC X(40).
           02 CLAVEL                    PIC S9(4) COMP.
           02 CLAVEF                    PIC X.
           02 FILLER REDEFINES CLAVEF.
              03 CLAVEA                 PIC X.
           02 CLAVEI                    PIC X(08).
           02 ROL1L                     PIC S9(4) COMP.
           02 ROL1F                     PIC X.
           02 FILLER REDEFINES ROL1F.
              03 ROL1A                  PIC X.
           02 ROL1I                     PIC X(08).
           02 ROL2L                     PIC S9(4) COMP.
           02 ROL2F                     PIC X.
           02 FILLER REDEFINES ROL2F.
              03 ROL2A                  PIC X.
           02 ROL2I                     PIC X(08).
           02 ROL3L                     PIC S9(4) COMP.
           02 ROL3F                     PIC X.
           02 FILLER REDEFINES ROL3F.
              03 ROL3A                  PIC X.
           02 ROL3I                     PIC X(08).
           02 ROL4L                     PIC S9(4) COMP.
           02 ROL4F                     PIC X.
           02 FILLER REDEFINES ROL4F.
              03 ROL4A                  PIC X.
           02 ROL4I                     PIC X(08).
           02 ROL5L                     PIC S9(4) COMP.
           02 ROL5F                     PIC X.
           02 FILLER REDEFINES ROL5F.
              03 ROL5A                  PIC X.
           02 ROL5I                     PIC X(08).
           02 ESTADOL                   PIC S9(4) COMP.
           02 ESTADOF                   PIC X.
           02 FILLER REDEFINES ESTADOF.
              03 ESTADOA                PIC X.
           02 ESTADOI                   PIC X(01).
           02 INTENTOSL                 PIC S9(4) COMP.
           02 INTENTOSF                 PIC X.
           02 FILLER REDEFINES INTENTOSF.
              03 INTENTOSA              PIC X.
           02 INTENTOSI                 PIC X(01).
           02 ULTFIRMAL                 PIC S9(4) COMP.
           02 ULTFIRMAF                 PIC X.
           02 FILLER REDEFINES ULTFIRMAF.
              03 ULTFIRMAA              PIC X.
           02 ULTFIRMAI                 PIC X(08).
           02 ROLL                      PIC S9(4) COMP.
           02 ROLF                      PIC X.
           02 FILLER REDEFINES ROLF.
              03 ROLA                   PIC X.
           02 ROLI                      PIC X(08).
           02 TRANSL                    PIC S9(4) COMP.
           02 TRANSF                    PIC X.
           02 FILLER REDEFINES TRANSF.
              03 TRANSA                 PIC X.
           02 TRANSI                    PIC X(08).
           02 ACCPERL                   PIC S9(4) COMP.
           02 ACCPERF                   PIC X.
           02 FILLER REDEFINES ACCPERF.
              03 ACCPERA                PIC X.
           02 ACCPERI                   PIC X(01).
           02 DESCRIPL                  PIC S9(4) COMP.
           02 DESCRIPF                  PIC X.
           02 FILLER REDEFINES DESCRIPF.
              03 DESCRIPA               PIC X.
           02 DESCRIPI                  PIC X(40).
           02 MENSAJEL                  PIC S9(4) COMP.
           02 MENSAJEF                  PIC X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PIC X.
           02 MENSAJEI                  PIC X(60).
       01  BTRSEGMO REDEFINES BTRSEGMI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 USUARIOO                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 NOMBREO                   PIC X(40).
           02 FILLER                    PIC X(03).
           02 CLAVEO                    PIC X(08).
           02 FILLER                    PIC X(03).
           02 ROL1O                     PIC X(08).
           02 FILLER                    PIC X(03).
           02 ROL2O                     PIC X(08).
           02 FILLER                    PIC X(03).
           02 ROL3O                     PIC X(08).
           02 FILLER                    PIC X(03).
           02 ROL4O                     PIC X(08).
           02 FILLER                    PIC X(03).
           02 ROL5O                     PIC X(08).
           02 FILLER                    PIC X(03).
           02 ESTADOO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 INTENTOSO                 PIC X(01).
           02 FILLER                    PIC X(03).
           02 ULTFIRMAO                 PIC X(08).
           02 FILLER                    PIC X(03).
           02 ROLO                      PIC X(08).
           02 FILLER                    PIC X(03).
           02 TRANSO                    PIC X(08).
           02 FILLER                    PIC X(03).
           02 ACCPERO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 DESCRIPO                  PIC X(40).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(60).
