      *****************************************************************
      * CFGRUPM - MANTENIMIENTO DE GRUPOS ECONOMICOS                  *
      *           G=ALTA GRUPO M=MODIFICA A=AGREGA MIEMBRO            *
      *           R=RETIRA MIEMBRO I=CONSULTA                         *
      *****************************************************************
       01  CFGRUPMI.
           02 FILLER                    PIC X(12).
           02 ACCIONL                   PIC S9(4) COMP.
           02 ACCIONF                   PIC X.
           02 FILLER REDEFINES ACCIONF.
              03 ACCIONA                PIC X.
           02 ACCIONI                   PIC X(01).
           02 GRUPOL                    PIC S9(4) COMP.
           02 GRUPOF                    PIC X.
           02 FILLER REDEFINES GRUPOF.
              03 GRUPOA                 PIC X.
           02 GRUPOI                    PIC X(06).
           02 NOMGRPL                   PIC S9(4) COMP.
           02 NOMGRPF                   PIC X.
           02 FILLER REDEFINES NOMGRPF.
              03 NOMGRPA                PIC X.
           02 NOMGRPI                   PIC X(40).
           02 CABEZAL                   PIC S9(4) COMP.
           02 CABEZAF                   PIC X.
           02 FILLER REDEFINES CABEZAF.
              03 CABEZAA                PIC X.
           02 CABEZAI                   PIC X(08).
           02 NOMCABL                   PIC S9(4) COMP.
           02 NOMCABF                   PIC X.
           02 FILLER REDEFINES NOMCABF.
              03 NOMCABA                PIC X.
           02 NOMCABI                   PIC X(40).
           02 LIMITEL                   PIC S9(4) COMP.
           02 LIMITEF                   PIC X.
           02 FILLER REDEFINES LIMITEF.
              03 LIMITEA                PIC X.
           02 LIMITEI                   PIC X(13).
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
           02 ESTMIEL                   PIC S9(4) COMP.
           02 ESTMIEF                   PIC X.
           02 FILLER REDEFINES ESTMIEF.
              03 ESTMIEA                PIC X.
           02 ESTMIEI                   PIC X(01).
           02 CANMIEL                   PIC S9(4) COMP.
           02 CANMIEF                   PIC X.
           02 FILLER REDEFINES CANMIEF.
              03 CANMIEA                PIC X.
           02 CANMIEI                   PIC X(03).
           02 MENSAJEL                  PIC S9(4) COMP.
           02 MENSAJEF                  PIC X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PIC X.
           02 MENSAJEI                  PIC X(60).
       01  CFGRUPMO REDEFINES CFGRUPMI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 GRUPOO                    PIC X(06).
           02 FILLER                    PIC X(03).
           02 NOMGRPO                   PIC X(40).
           02 FILLER                    PIC X(03).
           02 CABEZAO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 NOMCABO                   PIC X(40).
           02 FILLER                    PIC X(03).
           02 LIMITEO                   PIC X(13).
           02 FILLER                    PIC X(03).
           02 CLIENTEO                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 NOMCLIO                   PIC X(40).
           02 FILLER                    PIC X(03).
           02 TIPCLIO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 ESTMIEO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 CANMIEO                   PIC X(03).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(60).
