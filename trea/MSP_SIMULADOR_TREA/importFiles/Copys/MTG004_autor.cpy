      * Verificacion compartida del perfil de autorizacion en linea
      * (campos de trabajo en MTG004_autorwk; el programa incluye ademas
      * los registros MTG004PF_reg y MTG004SG_reg). Recorre los
      * registros de MTG004PF del usuario buscando uno que le autorice
      * la funcion pedida sobre la tabla pedida (o, para 'M' y 'L', el
      * mantenimiento de MTB001 o del calendario) y deja el veredicto en
      * WS-AU-AUTORIZADO. El control es cerrado: sin perfil, o con el
      * fichero de perfiles no disponible, el usuario no esta
      * autorizado. Cada intento rechazado se graba en el fichero de
      * violaciones MTG004SG con la transaccion en curso (EIBTRNID),
      * para el informe diario MTG004SR del responsable de seguridad; un
      * fallo al grabar la violacion no cambia el veredicto.
       9700-VERIFICAR-AUTORIZACION.
           MOVE 'N' TO WS-AU-AUTORIZADO-SW
           MOVE 'N' TO WS-AU-PERFIL-HALLADO-SW
           MOVE 'N' TO WS-AU-FIN-PERFILES-SW
           MOVE SPACES TO WS-AU-MOTIVO
           MOVE LOW-VALUES TO WS-AU-MTG004PF-RIDFLD
           MOVE WS-AU-USUARIO TO WS-AU-MTG004PF-RIDFLD(1:8)

           EXEC CICS STARTBR
               FILE('MTG004PF')
               RIDFLD(WS-AU-MTG004PF-RIDFLD)
               GTEQ
               RESP(WS-AU-CICS-RESP)
           END-EXEC

           EVALUATE WS-AU-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 9710-LEER-PERFIL-SIGUIENTE
                       UNTIL WS-AU-FIN-PERFILES
                          OR WS-AU-AUTORIZADO
                   EXEC CICS ENDBR
                       FILE('MTG004PF')
                       RESP(WS-AU-CICS-RESP)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE 'PERFILES MTG004PF NO DISPONIBLES'
                       TO WS-AU-MOTIVO
           END-EVALUATE

           IF NOT WS-AU-AUTORIZADO
               IF WS-AU-MOTIVO = SPACES
                   IF WS-AU-PERFIL-HALLADO
                       MOVE 'FUNCION NO AUTORIZADA EN EL PERFIL'
                           TO WS-AU-MOTIVO
                   ELSE
                       MOVE 'USUARIO SIN PERFIL DE AUTORIZACION'
                           TO WS-AU-MOTIVO
                   END-IF
               END-IF
               PERFORM 9750-GRABAR-VIOLACION
           END-IF.

       9710-LEER-PERFIL-SIGUIENTE.
           EXEC CICS READNEXT
               FILE('MTG004PF')
               INTO(MTG004PF-REGISTRO)
               RIDFLD(WS-AU-MTG004PF-RIDFLD)
               RESP(WS-AU-CICS-RESP)
           END-EXEC

           IF WS-AU-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-AU-FIN-PERFILES TO TRUE
           ELSE
               IF MTG004PF-USUARIO NOT = WS-AU-USUARIO
                   SET WS-AU-FIN-PERFILES TO TRUE
               ELSE
                   SET WS-AU-PERFIL-HALLADO TO TRUE
                   PERFORM 9720-EVALUAR-PERFIL
               END-IF
           END-IF.

       9720-EVALUAR-PERFIL.
           EVALUATE WS-AU-FUNCION
               WHEN 'M'
                   IF MTG004PF-AUT-MTB001 = 'S'
                       SET WS-AU-AUTORIZADO TO TRUE
                   END-IF
               WHEN 'L'
                   IF MTG004PF-AUT-CALENDARIO = 'S'
                       SET WS-AU-AUTORIZADO TO TRUE
                   END-IF
               WHEN OTHER
                   PERFORM 9730-EVALUAR-PERFIL-TABLA
           END-EVALUATE.

       9730-EVALUAR-PERFIL-TABLA.
           IF MTG004PF-CDTABLA-HASTA = SPACES
               MOVE MTG004PF-CDTABLA-DESDE TO WS-AU-CDTABLA-HASTA
           ELSE
               MOVE MTG004PF-CDTABLA-HASTA TO WS-AU-CDTABLA-HASTA
           END-IF
           IF MTG004PF-CDTABLA-DESDE = '****'
               OR (WS-AU-CDTABLA >= MTG004PF-CDTABLA-DESDE
                   AND WS-AU-CDTABLA <= WS-AU-CDTABLA-HASTA)
               EVALUATE WS-AU-FUNCION
                   WHEN 'A'
                       IF MTG004PF-AUT-ALTA = 'S'
                           SET WS-AU-AUTORIZADO TO TRUE
                       END-IF
                   WHEN 'C'
                       IF MTG004PF-AUT-CAMBIO = 'S'
                           SET WS-AU-AUTORIZADO TO TRUE
                       END-IF
                   WHEN 'B'
                       IF MTG004PF-AUT-BAJA = 'S'
                           SET WS-AU-AUTORIZADO TO TRUE
                       END-IF
                   WHEN 'V'
                       IF MTG004PF-AUT-VISADO = 'S'
                           SET WS-AU-AUTORIZADO TO TRUE
                       END-IF
                   WHEN 'N'
                       IF MTG004PF-AUT-ANULAR = 'S'
                           SET WS-AU-AUTORIZADO TO TRUE
                       END-IF
                   WHEN 'R'
                       IF MTG004PF-AUT-REGLAS = 'S'
                           SET WS-AU-AUTORIZADO TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

       9750-GRABAR-VIOLACION.
           MOVE SPACES TO MTG004SG-REGISTRO
           STRING WS-AU-FECHA-PROCESO(5:4) DELIMITED BY SIZE
                  WS-AU-FECHA-PROCESO(1:2) DELIMITED BY SIZE
                  WS-AU-FECHA-PROCESO(3:2) DELIMITED BY SIZE
               INTO MTG004SG-FECHA-AAAAMMDD
           MOVE WS-AU-USUARIO TO MTG004SG-USUARIO
           MOVE WS-AU-HORA-PROCESO TO MTG004SG-HORA
           MOVE EIBTRNID TO MTG004SG-TRANSACCION
           MOVE WS-AU-FUNCION TO MTG004SG-FUNCION
           MOVE WS-AU-ACCION TO MTG004SG-ACCION
           MOVE WS-AU-CDTABLA TO MTG004SG-CDTABLA
           MOVE WS-AU-CDSELEC TO MTG004SG-CDSELEC
           MOVE WS-AU-CLAVBAN TO MTG004SG-CLAVBAN
           MOVE WS-AU-MOTIVO TO MTG004SG-MOTIVO

           MOVE ZERO TO WS-AU-REINTENTOS
           MOVE 'N' TO WS-AU-VIOLACION-GRABADA-SW
           PERFORM 9760-ESCRIBIR-VIOLACION
               UNTIL WS-AU-VIOLACION-GRABADA.

       9760-ESCRIBIR-VIOLACION.
           MOVE MTG004SG-CLAVE TO WS-AU-MTG004SG-RIDFLD

           EXEC CICS WRITE
               FILE('MTG004SG')
               FROM(MTG004SG-REGISTRO)
               RIDFLD(WS-AU-MTG004SG-RIDFLD)
               RESP(WS-AU-CICS-RESP)
           END-EXEC

           EVALUATE WS-AU-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   SET WS-AU-VIOLACION-GRABADA TO TRUE
               WHEN DFHRESP(DUPREC)
                   IF WS-AU-REINTENTOS < 59
                       ADD 1 TO WS-AU-REINTENTOS
                       MOVE MTG004SG-HORA TO WS-AU-HORA-NUM
                       ADD 1 TO WS-AU-HORA-NUM
                       MOVE WS-AU-HORA-NUM TO MTG004SG-HORA
                   ELSE
                       SET WS-AU-VIOLACION-GRABADA TO TRUE
                   END-IF
               WHEN OTHER
                   SET WS-AU-VIOLACION-GRABADA TO TRUE
           END-EVALUATE.
