      *****************************************************************
      * EDCXPAM - MAPA SIMBOLICO DE LA CAJA DE TESORERIA ESTUDIANTIL  *
      *           (ED3D1CX3): PAGOS DE LA CUENTA POR COBRAR EDCXCOB   *
      *           EN CAJA O POR TRANSFERENCIA DESDE EDP1AH. GENERADO  *
      *           A PARTIR DEL MAPSET EDCXPAM.                        *
      *****************************************************************
       01  EDCXPAMI.
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
           02 ALUMNOL                   PIC S9(4) COMP.
           02 ALUMNOF                   PIC X.
           02 FILLER REDEFINES ALUMNOF.
              03 ALUMNOA                PIC X.
           02 ALUMNOI                   PIC X(04).
           02 TERMINOL                  PIC S9(4) COMP.
           02 TERMINOF                  PIC X.
           02 FILLER REDEFINES TERMINOF.
              03 TERMINOA               PIC X.
           02 TERMINOI                  PIC X(04).
           02 MONTOL                    PIC S9(4) COMP.
           02 MONTOF                    PIC X.
           02 FILLER REDEFINES MONTOF.
              03 MONTOA                 PIC X.
           02 MONTOI                    PIC X(11).
           02 CUENTAL                   PIC S9(4) COMP.
           02 CUENTAF                   PIC X.
           02 FILLER REDEFINES CUENTAF.
              03 CUENTAA                PIC X.
           02 CUENTAI                   PIC X(10).
           02 FACTURL                   PIC S9(4) COMP.
           02 FACTURF                   PIC X.
           02 FILLER REDEFINES FACTURF.
              03 FACTURA                PIC X.
           02 FACTURI                   PIC X(15).
           02 PAGADOL                   PIC S9(4) COMP.
           02 PAGADOF                   PIC X.
           02 FILLER REDEFINES PAGADOF.
              03 PAGADOA                PIC X.
           02 PAGADOI                   PIC X(15).
           02 SALDOL                    PIC S9(4) COMP.
           02 SALDOF                    PIC X.
           02 FILLER REDEFINES SALDOF.
              03 SALDOA                 PIC X.
           02 SALDOI                    PIC X(15).
           02 VENCEL                    PIC S9(4) COMP.
           02 VENCEF                    PIC X.
           02 FILLER REDEFINES VENCEF.
              03 VENCEA                 PIC X.
           02 VENCEI                    PIC X(08).
           02 MENSAJEL                  PIC S9(4) COMP.
           02 MENSAJEF                  PIC X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PIC X.
           02 MENSAJEI                  PIC X(60).
       01  EDCXPAMO REDEFINES EDCXPAMI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 USUARIOO                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 ALUMNOO                   PIC X(04).
           02 FILLER                    PIC X(03).
           02 TERMINOO                  PIC X(04).
           02 FILLER                    PIC X(03).
           02 MONTOO                    PIC X(11).
           02 FILLER                    PIC X(03).
           02 CUENTAO                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 FACTURO                   PIC X(15).
           02 FILLER                    PIC X(03).
           02 PAGADOO                   PIC X(15).
           02 FILLER                    PIC X(03).
           02 SALDOO                    PIC X(15).
           02 FILLER                    PIC X(03).
           02 VENCEO                    PIC X(08).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(60).
