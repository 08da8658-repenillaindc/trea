      * Control compartido de los extractos MTG004XOUT y MTG004YOUT
      * (campos de trabajo en MTG004_extctlwk): secuencia del envio,
      * suma de control de las claves para la cola y anotacion del
      * envio terminado en el fichero de envios MTG004EXL.
       9400-OBTENER-SECUENCIA.
      * La secuencia es la ultima anotada para el extracto mas uno; un
      * extracto que no termino no se anoto, y al relanzarlo repite
      * su secuencia.
           MOVE ZERO TO WS-XC-SECUENCIA
           MOVE 'N' TO WS-XC-FIN-ENVIOS-SW
           OPEN INPUT MTG004EN-FILE
           IF WS-STAT-MTG004EN = '00'
               PERFORM 9410-LEER-ENVIO
                   UNTIL WS-XC-FIN-ENVIOS
               CLOSE MTG004EN-FILE
           END-IF
           ADD 1 TO WS-XC-SECUENCIA.

       9410-LEER-ENVIO.
           READ MTG004EN-FILE
               AT END
                   SET WS-XC-FIN-ENVIOS TO TRUE
           END-READ
           IF NOT WS-XC-FIN-ENVIOS
               IF WS-STAT-MTG004EN NOT = '00'
                   DISPLAY WS-XC-EXTRACTO ': ERROR DE LECTURA EN '
                       'MTG004EXL FILE STATUS ' WS-STAT-MTG004EN
                   SET WS-XC-FIN-ENVIOS TO TRUE
               ELSE
                   IF MTG004EN-EXTRACTO = WS-XC-EXTRACTO
                       AND MTG004EN-SECUENCIA NUMERIC
                       AND MTG004EN-SECUENCIA > WS-XC-SECUENCIA
                       MOVE MTG004EN-SECUENCIA TO WS-XC-SECUENCIA
                   END-IF
               END-IF
           END-IF.

       9420-SUMAR-CLAVE.
      * Valor en base 37 de la clave CDTABLA + CDSELEC: cada caracter
      * vale las posiciones que le preceden en WS-XC-ALFABETO (36 si
      * no esta).
           MOVE ZERO TO WS-XC-VALOR-CLAVE
           PERFORM VARYING WS-XC-K FROM 1 BY 1 UNTIL WS-XC-K > 5
               MOVE ZERO TO WS-XC-DIGITO
               INSPECT WS-XC-ALFABETO TALLYING WS-XC-DIGITO
                   FOR CHARACTERS BEFORE INITIAL WS-XC-CARACTER(WS-XC-K)
               COMPUTE WS-XC-VALOR-CLAVE =
                   WS-XC-VALOR-CLAVE * 37 + WS-XC-DIGITO
           END-PERFORM
           ADD WS-XC-VALOR-CLAVE TO WS-XC-HASH
           ADD 1 TO WS-XC-REGISTROS.

       9430-ANOTAR-ENVIO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-XC-FECHA-HORA
           OPEN EXTEND MTG004EN-FILE
           IF WS-STAT-MTG004EN NOT = '00'
               DISPLAY WS-XC-EXTRACTO ': NO SE PUEDE ANOTAR EL ENVIO '
                   'EN MTG004EXL FILE STATUS ' WS-STAT-MTG004EN
           ELSE
               MOVE WS-XC-EXTRACTO TO MTG004EN-EXTRACTO
               MOVE WS-XC-FECHA-EXTRACTO TO MTG004EN-FECHA-EXTRACTO
               MOVE WS-XC-SECUENCIA TO MTG004EN-SECUENCIA
               MOVE WS-XC-REGISTROS TO MTG004EN-REGISTROS
               MOVE WS-XC-HASH TO MTG004EN-HASH
               MOVE WS-XC-FECHA-HORA(1:8) TO MTG004EN-FECHA-ENVIO
               MOVE WS-XC-FECHA-HORA(9:6) TO MTG004EN-HORA-ENVIO
               WRITE MTG004EN-REGISTRO
               CLOSE MTG004EN-FILE
           END-IF.
