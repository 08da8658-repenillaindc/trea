      * Campos de trabajo de la verificacion compartida de perfiles de
      * autorizacion en linea (copy de procedimiento MTG004_autor): el
      * llamador deja el usuario de la sesion en WS-AU-USUARIO, la
      * autorizacion requerida en WS-AU-FUNCION ('A'/'C'/'B', 'V'
      * visado, 'N' anulacion, 'M' maestro MTB001, 'R' reglas por
      * tabla MTG004RG, 'L' calendario MTG004L), la funcion o accion
      * pedida en WS-AU-ACCION, la tabla en WS-AU-CDTABLA (y, si
      * aplica, WS-AU-CDSELEC o WS-AU-CLAVBAN) y la fecha y hora de
      * proceso (mmddaaaa y hhmmss) en WS-AU-FECHA-PROCESO y
      * WS-AU-HORA-PROCESO; ejecuta 9700-VERIFICAR-AUTORIZACION y
      * consulta WS-AU-AUTORIZADO. Un intento no autorizado queda ya
      * grabado en MTG004SG con el motivo de WS-AU-MOTIVO.
       01 WS-AU-USUARIO                       PIC  X(8).
       01 WS-AU-FUNCION                       PIC  X(1).
       01 WS-AU-ACCION                        PIC  X(1).
       01 WS-AU-CDTABLA                       PIC  X(4).
       01 WS-AU-CDSELEC                       PIC  X(1).
       01 WS-AU-CLAVBAN                       PIC  X(4).
       01 WS-AU-FECHA-PROCESO                 PIC  X(8).
       01 WS-AU-HORA-PROCESO                  PIC  X(6).
       01 WS-AU-MOTIVO                        PIC  X(40).
       01 WS-AU-AUTORIZADO-SW                 PIC  X(1) VALUE 'N'.
           88 WS-AU-AUTORIZADO                 VALUE 'S'.
       01 WS-AU-PERFIL-HALLADO-SW             PIC  X(1) VALUE 'N'.
           88 WS-AU-PERFIL-HALLADO             VALUE 'S'.
       01 WS-AU-FIN-PERFILES-SW               PIC  X(1) VALUE 'N'.
           88 WS-AU-FIN-PERFILES               VALUE 'S'.
       01 WS-AU-VIOLACION-GRABADA-SW          PIC  X(1) VALUE 'N'.
           88 WS-AU-VIOLACION-GRABADA          VALUE 'S'.
       01 WS-AU-CICS-RESP                     PIC S9(8) COMP.
       01 WS-AU-CDTABLA-HASTA                 PIC  X(4).
       01 WS-AU-MTG004PF-RIDFLD               PIC  X(12).
       01 WS-AU-MTG004SG-RIDFLD               PIC  X(22).
       01 WS-AU-REINTENTOS                    PIC  9(2) VALUE ZERO.
       01 WS-AU-HORA-NUM                      PIC  9(6).
