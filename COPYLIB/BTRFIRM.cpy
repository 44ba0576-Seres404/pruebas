      *****************************************************************
      * BTRFIRM - MAPA SIMBOLICO DE LA FIRMA DE USUARIOS DE LAS       *
      *           TRANSACCIONES EN LINEA (BT5D1FI3). GENERADO A       *
      *           PARTIR DEL MAPSET BTRFIRM.                          *
      *****************************************************************
       01  BTRFIRMI.
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
           02 CLAVEL                    PIC S9(4) COMP.
           02 CLAVEF                    PIC X.
           02 FILLER REDEFINES CLAVEF.
              03 CLAVEA                 PIC X.
           02 CLAVEI                    PIC X(08).
           02 NUEVAL                    PIC S9(4) COMP.
           02 NUEVAF                    PIC X.
           02 FILLER REDEFINES NUEVAF.
              03 NUEVAA                 PIC X.
           02 NUEVAI                    PIC X(08).
           02 CONFIRMAL                 PIC S9(4) COMP.
           02 CONFIRMAF                 PIC X.
           02 FILLER REDEFINES CONFIRMAF.
              03 CONFIRMAA              PIC X.
           02 CONFIRMAI                 PIC X(08).
           02 NOMBREL                   PIC S9(4) COMP.
           02 NOMBREF                   PIC X.
           02 FILLER REDEFINES NOMBREF.
              03 NOMBREA                PIC X.
           02 NOMBREI                   PIC X(40).
           02 TERMINALL                 PIC S9(4) COMP.
           02 TERMINALF                 PIC X.
           02 FILLER REDEFINES TERMINALF.
              03 TERMINALA              PIC X.
           02 TERMINALI                 PIC X(04).
           02 MENSAJEL                  PIC S9(4) COMP.
           02 MENSAJEF                  PIC X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PIC X.
           02 MENSAJEI                  PIC X(60).
       01  BTRFIRMO REDEFINES BTRFIRMI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 USUARIOO                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 CLAVEO                    PIC X(08).
           02 FILLER                    PIC X(03).
           02 NUEVAO                    PIC X(08).
           02 FILLER                    PIC X(03).
           02 CONFIRMAO                 PIC X(08).
           02 FILLER                    PIC X(03).
           02 NOMBREO                   PIC X(40).
           02 FILLER                    PIC X(03).
           02 TERMINALO                 PIC X(04).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(60).
