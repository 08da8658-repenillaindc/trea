      * Campos de trabajo de la lectura compartida de reglas por tabla
      * en linea (copy de procedimiento MTG004_reglas; el programa
      * incluye ademas el registro MTG004RG_reg): el llamador deja la
      * tabla en WS-RG-CDTABLA y ejecuta 9800-LEER-REGLAS, que deja el
      * registro en MTG004RG-REGISTRO y el resultado en WS-RG-RESULTADO;
      * despues, con el codigo en WS-RG-CDSELEC, 9850-VALIDAR-CDSELEC
      * deja el veredicto en WS-RG-CDSELEC-VALIDO, y
      * 9860-RESOLVER-PLAZA deja en WS-RG-CDPLAZA la plaza del
      * calendario MTG004L que rige la tabla.
       01 WS-RG-CDTABLA                       PIC  X(4).
       01 WS-RG-CDSELEC                       PIC  X(1).
       01 WS-RG-RESULTADO                     PIC  X(1) VALUE SPACE.
           88 WS-RG-HALLADAS                   VALUE 'S'.
           88 WS-RG-SIN-REGLAS                 VALUE 'N'.
           88 WS-RG-ERROR                      VALUE 'E'.
       01 WS-RG-CDSELEC-VALIDO-SW             PIC  X(1) VALUE 'N'.
           88 WS-RG-CDSELEC-VALIDO             VALUE 'S'.
       01 WS-RG-CICS-RESP                     PIC S9(8) COMP.
       01 WS-RG-CDPLAZA                       PIC  X(4).
       01 WS-RG-PLAZA-GENERAL                 PIC  X(4) VALUE 'GRAL'.
