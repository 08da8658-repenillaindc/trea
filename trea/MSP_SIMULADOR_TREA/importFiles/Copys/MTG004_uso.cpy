      * Registro compartido del uso de las consultas TC05/TC07 (campos
      * de trabajo en MTG004_usowk). Suma una consulta al registro 'C'
      * del dia, tabla, transaccion llamadora (EIBTRNID), usuario y
      * via en MTG004UC y, si la respuesta lleva entradas, anota sus
      * CDSELEC en el registro 'E' del dia y tabla. Cada registro se
      * lee para actualizar y se regraba; si no existe se crea, y si
      * otra tarea lo crea a la vez se vuelve a leer una vez. Un fallo
      * en el fichero de uso no afecta a la consulta: la anotacion
      * simplemente se pierde.
       9500-REGISTRAR-USO.
           STRING WS-US-FECHA-PROCESO(5:4) DELIMITED BY SIZE
                  WS-US-FECHA-PROCESO(1:2) DELIMITED BY SIZE
                  WS-US-FECHA-PROCESO(3:2) DELIMITED BY SIZE
               INTO WS-US-FECHA-AAAAMMDD

           MOVE 'C' TO WS-US-TIPO
           PERFORM 9510-ACUMULAR-USO

           IF WS-US-NUM-LEIDAS > ZERO
               MOVE 'E' TO WS-US-TIPO
               PERFORM 9510-ACUMULAR-USO
           END-IF.

       9510-ACUMULAR-USO.
           MOVE SPACES TO MTG004UC-REGISTRO
           MOVE WS-US-CDTABLA TO MTG004UC-CDTABLA
           MOVE WS-US-FECHA-AAAAMMDD TO MTG004UC-FECHA-AAAAMMDD
           MOVE WS-US-TIPO TO MTG004UC-TIPO
           IF WS-US-TIPO = 'C'
               MOVE EIBTRNID TO MTG004UC-CANAL
               MOVE WS-US-USUARIO TO MTG004UC-USUARIO
               MOVE WS-US-VIA TO MTG004UC-VIA
               MOVE WS-US-A-FECHA TO MTG004UC-A-FECHA
           END-IF
           MOVE MTG004UC-CLAVE TO WS-US-MTG004UC-RIDFLD

           MOVE ZERO TO WS-US-REINTENTOS
           MOVE 'N' TO WS-US-ANOTADO-SW
           PERFORM 9520-GRABAR-USO
               UNTIL WS-US-ANOTADO.

       9520-GRABAR-USO.
           EXEC CICS READ
               FILE('MTG004UC')
               INTO(MTG004UC-REGISTRO)
               RIDFLD(WS-US-MTG004UC-RIDFLD)
               UPDATE
               RESP(WS-US-CICS-RESP)
           END-EXEC

           EVALUATE WS-US-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 9530-SUMAR-USO
                   EXEC CICS REWRITE
                       FILE('MTG004UC')
                       FROM(MTG004UC-REGISTRO)
                       RESP(WS-US-CICS-RESP)
                   END-EXEC
                   SET WS-US-ANOTADO TO TRUE
               WHEN DFHRESP(NOTFND)
                   MOVE WS-US-MTG004UC-RIDFLD TO MTG004UC-CLAVE
                   MOVE ZERO TO MTG004UC-CONTADOR
                                MTG004UC-NUM-CDSELEC
                   PERFORM 9530-SUMAR-USO
                   EXEC CICS WRITE
                       FILE('MTG004UC')
                       FROM(MTG004UC-REGISTRO)
                       RIDFLD(WS-US-MTG004UC-RIDFLD)
                       RESP(WS-US-CICS-RESP)
                   END-EXEC
                   IF WS-US-CICS-RESP = DFHRESP(DUPREC)
                       AND WS-US-REINTENTOS < 1
                       ADD 1 TO WS-US-REINTENTOS
                   ELSE
                       SET WS-US-ANOTADO TO TRUE
                   END-IF
               WHEN OTHER
                   SET WS-US-ANOTADO TO TRUE
           END-EVALUATE.

       9530-SUMAR-USO.
           ADD 1 TO MTG004UC-CONTADOR
           MOVE WS-US-HORA-PROCESO TO MTG004UC-HORA-ULTIMA
           IF MTG004UC-TIPO = 'E'
               PERFORM 9540-ANOTAR-CDSELEC
                   VARYING WS-US-I FROM 1 BY 1
                   UNTIL WS-US-I > WS-US-NUM-LEIDAS
           END-IF.

       9540-ANOTAR-CDSELEC.
           MOVE 'N' TO WS-US-ENCONTRADA-SW
           PERFORM VARYING WS-US-J FROM 1 BY 1
                   UNTIL WS-US-J > MTG004UC-NUM-CDSELEC
                      OR WS-US-ENCONTRADA
               IF MTG004UC-CDSELEC-LEIDA(WS-US-J)
                       = WS-US-CDSELEC-LEIDA(WS-US-I)
                   SET WS-US-ENCONTRADA TO TRUE
               END-IF
           END-PERFORM

           IF NOT WS-US-ENCONTRADA
               AND MTG004UC-NUM-CDSELEC < 100
               ADD 1 TO MTG004UC-NUM-CDSELEC
               MOVE WS-US-CDSELEC-LEIDA(WS-US-I)
                   TO MTG004UC-CDSELEC-LEIDA(MTG004UC-NUM-CDSELEC)
           END-IF.
