      * Lectura compartida de las reglas por tabla MTG004RG en linea
      * (campos de trabajo en MTG004_reglaswk). 9800-LEER-REGLAS lee
      * el registro de reglas de WS-RG-CDTABLA: WS-RG-HALLADAS si
      * existe (activo o no), WS-RG-SIN-REGLAS si la tabla no tiene
      * registro y WS-RG-ERROR si el fichero no responde.
      * 9850-VALIDAR-CDSELEC comprueba WS-RG-CDSELEC contra los codigos
      * admitidos de unas reglas ya leidas: solo unas reglas activas
      * admiten codigos. 9860-RESOLVER-PLAZA da la plaza del calendario
      * de la tabla: la de sus reglas (activas o no) o, sin reglas o
      * sin plaza, la general.
       9800-LEER-REGLAS.
           MOVE 'N' TO WS-RG-CDSELEC-VALIDO-SW

           EXEC CICS READ
               FILE('MTG004RG')
               INTO(MTG004RG-REGISTRO)
               RIDFLD(WS-RG-CDTABLA)
               RESP(WS-RG-CICS-RESP)
           END-EXEC

           EVALUATE WS-RG-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   SET WS-RG-HALLADAS TO TRUE
               WHEN DFHRESP(NOTFND)
                   SET WS-RG-SIN-REGLAS TO TRUE
               WHEN OTHER
                   SET WS-RG-ERROR TO TRUE
           END-EVALUATE.

       9850-VALIDAR-CDSELEC.
           MOVE 'N' TO WS-RG-CDSELEC-VALIDO-SW
           IF WS-RG-HALLADAS
               AND MTG004RG-ESTADO = 'A'
               AND WS-RG-CDSELEC NOT = SPACE
               SET MTG004RG-CDSELEC-INDEX TO 1
               SEARCH MTG004RG-CDSELEC-VALIDO
                   AT END
                       CONTINUE
                   WHEN MTG004RG-CDSELEC-VALIDO(MTG004RG-CDSELEC-INDEX)
                           = WS-RG-CDSELEC
                       SET WS-RG-CDSELEC-VALIDO TO TRUE
               END-SEARCH
           END-IF.

       9860-RESOLVER-PLAZA.
           MOVE WS-RG-PLAZA-GENERAL TO WS-RG-CDPLAZA
           IF WS-RG-HALLADAS
               AND MTG004RG-CDPLAZA NOT = SPACES
               MOVE MTG004RG-CDPLAZA TO WS-RG-CDPLAZA
           END-IF.
