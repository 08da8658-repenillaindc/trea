      * Campos de trabajo de la comprobacion compartida de ventanas de
      * congelacion en linea (copy de procedimiento MTG004_congel; el
      * programa incluye ademas los registros MTG004CG_reg y
      * MTG004CV_reg): el llamador deja la tabla en WS-CG-CDTABLA, la
      * entrada y la funcion en WS-CG-CDSELEC y WS-CG-FUNCION, el
      * usuario en WS-CG-USUARIO y la fecha y hora de proceso
      * (mmddaaaa y hhmmss) en WS-CG-FECHA-PROCESO y
      * WS-CG-HORA-PROCESO; ejecuta 9900-VERIFICAR-CONGELACION y
      * consulta WS-CG-CONGELADA. Con la tabla congelada la ventana
      * queda en MTG004CG-REGISTRO y el rechazo ya grabado en
      * MTG004CV.
       01 WS-CG-CDTABLA                       PIC  X(4).
       01 WS-CG-CDSELEC                       PIC  X(1).
       01 WS-CG-FUNCION                       PIC  X(1).
       01 WS-CG-USUARIO                       PIC  X(8).
       01 WS-CG-FECHA-PROCESO                 PIC  X(8).
       01 WS-CG-HORA-PROCESO                  PIC  X(6).
       01 WS-CG-FECHA-AAAAMMDD                PIC  X(8).
       01 WS-CG-CDTABLA-VENTANA               PIC  X(4).
       01 WS-CG-TODAS-LAS-TABLAS              PIC  X(4) VALUE '****'.
       01 WS-CG-CONGELADA-SW                  PIC  X(1) VALUE 'N'.
           88 WS-CG-CONGELADA                  VALUE 'S'.
       01 WS-CG-FIN-VENTANAS-SW               PIC  X(1) VALUE 'N'.
           88 WS-CG-FIN-VENTANAS               VALUE 'S'.
       01 WS-CG-RECHAZO-GRABADO-SW            PIC  X(1) VALUE 'N'.
           88 WS-CG-RECHAZO-GRABADO            VALUE 'S'.
       01 WS-CG-CICS-RESP                     PIC S9(8) COMP.
       01 WS-CG-MTG004CG-RIDFLD               PIC  X(12).
       01 WS-CG-MTG004CV-RIDFLD               PIC  X(18).
       01 WS-CG-REINTENTOS                    PIC  9(2) VALUE ZERO.
       01 WS-CG-HORA-NUM                      PIC  9(6).
