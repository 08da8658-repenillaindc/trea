      * Campos de trabajo del registro compartido de uso de las
      * consultas (copy de procedimiento MTG004_uso; el programa
      * incluye ademas el registro MTG004UC_reg): el llamador deja la
      * tabla consultada en WS-US-CDTABLA, la via y si la consulta fue
      * a fecha en WS-US-VIA y WS-US-A-FECHA, el usuario en
      * WS-US-USUARIO, la fecha y hora de proceso (mmddaaaa y hhmmss)
      * en WS-US-FECHA-PROCESO y WS-US-HORA-PROCESO y, si la respuesta
      * lleva entradas de seleccion, sus CDSELEC en WS-US-CDSELEC-LEIDA
      * con su numero en WS-US-NUM-LEIDAS; despues ejecuta
      * 9500-REGISTRAR-USO.
       01 WS-US-CDTABLA                       PIC  X(4).
       01 WS-US-VIA                           PIC  X(1).
       01 WS-US-A-FECHA                       PIC  X(1) VALUE 'N'.
       01 WS-US-USUARIO                       PIC  X(8).
       01 WS-US-FECHA-PROCESO                 PIC  X(8).
       01 WS-US-HORA-PROCESO                  PIC  X(6).
       01 WS-US-FECHA-AAAAMMDD                PIC  X(8).
       01 WS-US-TIPO                          PIC  X(1).
       01 WS-US-NUM-LEIDAS                    PIC  9(3) VALUE ZERO.
       01 WS-US-LEIDAS.
         05 WS-US-CDSELEC-LEIDA               PIC  X(1)
                            OCCURS 60 TIMES.
       01 WS-US-ANOTADO-SW                    PIC  X(1) VALUE 'N'.
           88 WS-US-ANOTADO                    VALUE 'S'.
       01 WS-US-ENCONTRADA-SW                 PIC  X(1) VALUE 'N'.
           88 WS-US-ENCONTRADA                 VALUE 'S'.
       01 WS-US-CICS-RESP                     PIC S9(8) COMP.
       01 WS-US-MTG004UC-RIDFLD               PIC  X(31).
       01 WS-US-REINTENTOS                    PIC  9(2) VALUE ZERO.
       01 WS-US-I                             PIC S9(4) COMP.
       01 WS-US-J                             PIC S9(4) COMP.
