      *****************************************************************
      * BTRAGNM - MAPA SIMBOLICO DEL MAESTRO DE AGENCIAS DEL BANCO    *
      *           (BT5D1AG3). GENERADO A PARTIR DEL MAPSET BTRAGNM.   *
      *****************************************************************
       01  BTRAGNMI.
           02 FILLER                    PIC X(12).
           02 ACCIONL                   PIC S9(4) COMP.
           02 ACCIONF                   PIC X.
           02 FILLER REDEFINES ACCIONF.
              03 ACCIONA                PIC X.
           02 ACCIONI                   PIC X(01).
           02 AGENCIAL                  PIC S9(4) COMP.
           02 AGENCIAF                  PIC X.
           02 FILLER REDEFINES AGENCIAF.
              03 AGENCIAA               PIC X.
           02 AGENCIAI                  PIC X(04).
           02 NOMBREL                   PIC S9(4) COMP.
           02 NOMBREF                   PIC X.
           02 FILLER REDEFINES NOMBREF.
              03 NOMBREA                PIC X.
           02 NOMBREI                   PIC X(40).
           02 REGIONL                   PIC S9(4) COMP.
           02 REGIONF                   PIC X.
           02 FILLER REDEFINES REGIONF.
              03 REGIONA                PIC X.
           02 REGIONI                   PIC X(03).
           02 NOMREGL                   PIC S9(4) COMP.
           02 NOMREGF                   PIC X.
           02 FILLER REDEFINES NOMREGF.
              03 NOMREGA                PIC X.
           02 NOMREGI                   PIC X(30).
           02 DISTRIL                   PIC S9(4) COMP.
           02 DISTRIF                   PIC X.
           02 FILLER REDEFINES DISTRIF.
              03 DISTRIA                PIC X.
           02 DISTRII                   PIC X(03).
           02 NOMDISL                   PIC S9(4) COMP.
           02 NOMDISF                   PIC X.
           02 FILLER REDEFINES NOMDISF.
              03 NOMDISA                PIC X.
           02 NOMDISI                   PIC X(30).
           02 GERENTEL                  PIC S9(4) COMP.
           02 GERENTEF                  PIC X.
           02 FILLER REDEFINES GERENTEF.
              03 GERENTEA               PIC X.
           02 GERENTEI                  PIC X(40).
           02 ESTADOL                   PIC S9(4) COMP.
           02 ESTADOF                   PIC X.
           02 FILLER REDEFINES ESTADOF.
              03 ESTADOA                PIC X.
           02 ESTADOI                   PIC X(01).
           02 FAPERTL                   PIC S9(4) COMP.
           02 FAPERTF                   PIC X.
           02 FILLER REDEFINES FAPERTF.
              03 FAPERTA                PIC X.
           02 FAPERTI                   PIC X(08).
           02 FCIERREL                  PIC S9(4) COMP.
           02 FCIERREF                  PIC X.
           02 FILLER REDEFINES FCIERREF.
              03 FCIERREA               PIC X.
           02 FCIERREI                  PIC X(08).
           02 FULTCAML                  PIC S9(4) COMP.
           02 FULTCAMF                  PIC X.
           02 FILLER REDEFINES FULTCAMF.
              03 FULTCAMA               PIC X.
           02 FULTCAMI                  PIC X(08).
           02 USUARIOL                  PIC S9(4) COMP.
           02 USUARIOF                  PIC X.
           02 FILLER REDEFINES USUARIOF.
              03 USUARIOA               PIC X.
           02 USUARIOI                  PIC X(08).
           02 MENSAJEL                  PIC S9(4) COMP.
           02 MENSAJEF                  PIC X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PIC X.
           02 MENSAJEI                  PIC X(60).
       01  BTRAGNMO REDEFINES BTRAGNMI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 AGENCIAO                  PIC X(04).
           02 FILLER                    PIC X(03).
           02 NOMBREO                   PIC X(40).
           02 FILLER                    PIC X(03).
           02 REGIONO                   PIC X(03).
           02 FILLER                    PIC X(03).
           02 NOMREGO                   PIC X(30).
           02 FILLER                    PIC X(03).
           02 DISTRIO                   PIC X(03).
           02 FILLER                    PIC X(03).
           02 NOMDISO                   PIC X(30).
           02 FILLER                    PIC X(03).
           02 GERENTEO                  PIC X(40).
           02 FILLER                    PIC X(03).
           02 ESTADOO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 FAPERTO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 FCIERREO                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 FULTCAMO                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 USUARIOO                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(60).
