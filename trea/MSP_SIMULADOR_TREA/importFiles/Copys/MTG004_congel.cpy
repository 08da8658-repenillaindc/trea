      * Comprobacion compartida de ventanas de congelacion en linea
      * (campos de trabajo en MTG004_congelwk). Busca en MTG004CG una
      * ventana de la tabla, o de todas las tablas ('****'), que
      * cubra la fecha de proceso y deja el veredicto en
      * WS-CG-CONGELADA. Con el fichero de ventanas no disponible no
      * hay congelacion, igual que sin calendario MTG004L no se
      * contrasta el dia habil. Cada rechazo se graba en MTG004CV con
      * la transaccion en curso (EIBTRNID) para el informe MTG004CR; un
      * fallo al grabarlo no cambia el veredicto.
       9900-VERIFICAR-CONGELACION.
           MOVE 'N' TO WS-CG-CONGELADA-SW
           STRING WS-CG-FECHA-PROCESO(5:4) DELIMITED BY SIZE
                  WS-CG-FECHA-PROCESO(1:2) DELIMITED BY SIZE
                  WS-CG-FECHA-PROCESO(3:2) DELIMITED BY SIZE
               INTO WS-CG-FECHA-AAAAMMDD

           MOVE WS-CG-CDTABLA TO WS-CG-CDTABLA-VENTANA
           PERFORM 9910-BUSCAR-VENTANAS
           IF NOT WS-CG-CONGELADA
               MOVE WS-CG-TODAS-LAS-TABLAS TO WS-CG-CDTABLA-VENTANA
               PERFORM 9910-BUSCAR-VENTANAS
           END-IF

           IF WS-CG-CONGELADA
               PERFORM 9950-GRABAR-RECHAZO
           END-IF.

       9910-BUSCAR-VENTANAS.
           MOVE 'N' TO WS-CG-FIN-VENTANAS-SW
           MOVE LOW-VALUES TO WS-CG-MTG004CG-RIDFLD
           MOVE WS-CG-CDTABLA-VENTANA TO WS-CG-MTG004CG-RIDFLD(1:4)

           EXEC CICS STARTBR
               FILE('MTG004CG')
               RIDFLD(WS-CG-MTG004CG-RIDFLD)
               GTEQ
               RESP(WS-CG-CICS-RESP)
           END-EXEC

           IF WS-CG-CICS-RESP = DFHRESP(NORMAL)
               PERFORM 9920-LEER-VENTANA-SIGUIENTE
                   UNTIL WS-CG-FIN-VENTANAS
                      OR WS-CG-CONGELADA
               EXEC CICS ENDBR
                   FILE('MTG004CG')
                   RESP(WS-CG-CICS-RESP)
               END-EXEC
           END-IF.

       9920-LEER-VENTANA-SIGUIENTE.
      * Las ventanas de la tabla llegan por fecha de inicio: la
      * primera que empieza despues del dia cierra la busqueda.
           EXEC CICS READNEXT
               FILE('MTG004CG')
               INTO(MTG004CG-REGISTRO)
               RIDFLD(WS-CG-MTG004CG-RIDFLD)
               RESP(WS-CG-CICS-RESP)
           END-EXEC

           IF WS-CG-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-CG-FIN-VENTANAS TO TRUE
           ELSE
               IF MTG004CG-CDTABLA NOT = WS-CG-CDTABLA-VENTANA
                   OR MTG004CG-FECHA-DESDE > WS-CG-FECHA-AAAAMMDD
                   SET WS-CG-FIN-VENTANAS TO TRUE
               ELSE
                   IF WS-CG-FECHA-AAAAMMDD <= MTG004CG-FECHA-HASTA
                       SET WS-CG-CONGELADA TO TRUE
                   END-IF
               END-IF
           END-IF.

       9950-GRABAR-RECHAZO.
           MOVE SPACES TO MTG004CV-REGISTRO
           MOVE WS-CG-FECHA-AAAAMMDD TO MTG004CV-FECHA-AAAAMMDD
           MOVE WS-CG-CDTABLA TO MTG004CV-CDTABLA
           MOVE WS-CG-HORA-PROCESO TO MTG004CV-HORA
           MOVE WS-CG-CDSELEC TO MTG004CV-CDSELEC
           MOVE 'R' TO MTG004CV-TIPO
           MOVE EIBTRNID TO MTG004CV-CANAL
           MOVE WS-CG-USUARIO TO MTG004CV-USUARIO
           MOVE WS-CG-FUNCION TO MTG004CV-FUNCION
           MOVE MTG004CG-CDTABLA TO MTG004CV-VENTANA-CDTABLA
           MOVE MTG004CG-FECHA-DESDE TO MTG004CV-VENTANA-DESDE
           MOVE MTG004CG-FECHA-HASTA TO MTG004CV-VENTANA-HASTA
           MOVE MTG004CG-MOTIVO TO MTG004CV-MOTIVO

           MOVE ZERO TO WS-CG-REINTENTOS
           MOVE 'N' TO WS-CG-RECHAZO-GRABADO-SW
           PERFORM 9960-ESCRIBIR-RECHAZO
               UNTIL WS-CG-RECHAZO-GRABADO.

       9960-ESCRIBIR-RECHAZO.
           MOVE MTG004CV-CLAVE TO WS-CG-MTG004CV-RIDFLD

           EXEC CICS WRITE
               FILE('MTG004CV')
               FROM(MTG004CV-REGISTRO)
               RIDFLD(WS-CG-MTG004CV-RIDFLD)
               RESP(WS-CG-CICS-RESP)
           END-EXEC

           EVALUATE WS-CG-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   SET WS-CG-RECHAZO-GRABADO TO TRUE
               WHEN DFHRESP(DUPREC)
                   IF WS-CG-REINTENTOS < 59
                       ADD 1 TO WS-CG-REINTENTOS
                       MOVE MTG004CV-HORA TO WS-CG-HORA-NUM
                       ADD 1 TO WS-CG-HORA-NUM
                       MOVE WS-CG-HORA-NUM TO MTG004CV-HORA
                   ELSE
                       SET WS-CG-RECHAZO-GRABADO TO TRUE
                   END-IF
               WHEN OTHER
                   SET WS-CG-RECHAZO-GRABADO TO TRUE
           END-EVALUATE.
