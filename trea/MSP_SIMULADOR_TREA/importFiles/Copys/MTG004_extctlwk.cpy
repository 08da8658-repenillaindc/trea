      * Campos de trabajo del control de los extractos MTG004XOUT y
      * MTG004YOUT (copy de procedimiento MTG004_extctl; el programa
      * declara ademas el fichero de envios MTG004EN-FILE, asignado a
      * MTG004EXL con registro MTG004EN_reg y FILE STATUS
      * WS-STAT-MTG004EN). El llamador deja el nombre del extracto en
      * WS-XC-EXTRACTO y ejecuta 9400-OBTENER-SECUENCIA para tener la
      * secuencia del envio en WS-XC-SECUENCIA; por cada linea de
      * datos deja su clave en WS-XC-CLAVE y ejecuta
      * 9420-SUMAR-CLAVE, que acumula WS-XC-REGISTROS y WS-XC-HASH;
      * al terminar, con la fecha en WS-XC-FECHA-EXTRACTO, ejecuta
      * 9430-ANOTAR-ENVIO.
       01 WS-XC-EXTRACTO                      PIC  X(8).
       01 WS-XC-FECHA-EXTRACTO                PIC  X(8).
       01 WS-XC-SECUENCIA                     PIC  9(7) VALUE ZERO.
       01 WS-XC-REGISTROS                     PIC  9(9) VALUE ZERO.
       01 WS-XC-HASH                          PIC  9(15) VALUE ZERO.
       01 WS-XC-CLAVE.
         05 WS-XC-CDTABLA                     PIC  X(4).
         05 WS-XC-CDSELEC                     PIC  X(1).
       01 WS-XC-CLAVE-CARACTERES REDEFINES WS-XC-CLAVE.
         05 WS-XC-CARACTER                    PIC  X(1)
                            OCCURS 5 TIMES.
       01 WS-XC-ALFABETO                      PIC  X(36) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
       01 WS-XC-DIGITO                        PIC  9(4).
       01 WS-XC-VALOR-CLAVE                   PIC  9(9).
       01 WS-XC-K                             PIC S9(4) COMP.
       01 WS-XC-FECHA-HORA                    PIC  X(14).
       01 WS-XC-FIN-ENVIOS-SW                 PIC  X(1) VALUE 'N'.
           88 WS-XC-FIN-ENVIOS                 VALUE 'S'.
