      * tabla pedida y devuelve su clave completa, de modo que el
      * visador puede recorrer lo pendiente sin conocer de antemano la
      * fecha/hora de captura de cada movimiento.
      *
      * Aprobar y rechazar exigen que el usuario de la sesion tenga
      * autorizado el visado de la tabla en su perfil MTG004PF; el
      * intento no autorizado se rechaza y queda en el fichero de
      * violaciones MTG004SG. Consultar y buscar no lo exigen.
      *
      * Antes de aprobar un alta se comprueba que el codigo de
      * seleccion sigue admitido por las reglas de la tabla en
      * MTG004RG: si las reglas cambiaron despues de la captura, el
      * visador recibe el aviso sin enlazar con TC06 y puede rechazar
      * el movimiento.
      *
      * El ticket de la peticion de cambio informado en la captura
      * viaja con el movimiento; el visador puede informar otro al
      * aprobar y es ese el que queda en la historia.
      *
      * Dentro de una ventana de congelacion MTG004CG de la tabla (o
      * de todas las tablas) no se aprueba ningun movimiento que se
      * aplicaria en el dia: se devuelve '12' sin enlazar con TC06, el
      * rechazo queda en MTG004CV y el movimiento sigue pendiente para
      * aprobarlo al cerrarse la ventana.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       COPY TC06_reqres REPLACING ==MTG004M-REGISTRO== BY
           ==WS-MTG004M-REGISTRO-D==.

       COPY MTG004PF_reg.

       COPY MTG004SG_reg.

       COPY MTG004_autorwk.

       COPY MTG004RG_reg.

       COPY MTG004_reglaswk.

       COPY MTG004CG_reg.

       COPY MTG004CV_reg.

       COPY MTG004_congelwk.

       01 WS-FECHA-PROCESO                    PIC  X(8).
       01 WS-HORA-PROCESO                     PIC  X(6).
       01 WS-USERID-ASIGNADO                  PIC  X(8).
       01 WS-MTG004V-RIDFLD                   PIC  X(19).
       01 WS-FECHA-PROCESO-AAAAMMDD           PIC  X(8).
       01 WS-FECVIG-AAAAMMDD                  PIC  X(8).
       01 WS-LONGITUD-COMMAREA                PIC S9(4) COMP.
       01 WS-CON-TICKET-SW                    PIC  X(1) VALUE 'N'.
           88 WS-CON-TICKET                    VALUE 'S'.
       01 WS-CLAVE-ANTERIOR                   PIC  X(19).
       01 WS-FIN-BUSQUEDA-SW                  PIC  X(1) VALUE 'N'.
           88 WS-FIN-BUSQUEDA                  VALUE 'S'.
           MOVE '00' TO MTG004A-CDRETORNO
           MOVE SPACES TO MTG004A-DSRETORNO

      * El ticket es el ultimo campo de la commarea: solo se usa si
      * el llamador la pasa completa.
           IF EIBCALEN >= LENGTH OF MTG004A-REGISTRO
               SET WS-CON-TICKET TO TRUE
           END-IF

           EXEC CICS ASSIGN
               LOCALDATE(WS-FECHA-PROCESO)
               LOCALTIME(WS-HORA-PROCESO)
               MOVE '08' TO MTG004A-CDRETORNO
               MOVE 'CDTABLA OBLIGATORIA PARA BUSCAR PENDIENTES'
                   TO MTG004A-DSRETORNO
           END-IF

           IF MTG004A-CDRETORNO = '00'
               AND (MTG004A-ACCION = 'A'
                    OR MTG004A-ACCION = 'R')
               PERFORM 1100-VERIFICAR-AUTORIZACION
           END-IF.

       1100-VERIFICAR-AUTORIZACION.
      * El visado se autoriza al usuario de la sesion sobre la tabla
      * del movimiento: el mismo usuario aprueba aqui y, via TC06 con
      * origen 'V', aplica el movimiento, asi que este es el unico
      * control de perfil de la aprobacion.
           MOVE WS-USERID-ASIGNADO TO WS-AU-USUARIO
           MOVE 'V' TO WS-AU-FUNCION
           MOVE MTG004A-ACCION TO WS-AU-ACCION
           MOVE MTG004A-CDTABLA TO WS-AU-CDTABLA
           MOVE MTG004A-CDSELEC TO WS-AU-CDSELEC
           MOVE SPACES TO WS-AU-CLAVBAN
           MOVE WS-FECHA-PROCESO TO WS-AU-FECHA-PROCESO
           MOVE WS-HORA-PROCESO TO WS-AU-HORA-PROCESO
           PERFORM 9700-VERIFICAR-AUTORIZACION
           IF NOT WS-AU-AUTORIZADO
               MOVE '09' TO MTG004A-CDRETORNO
               MOVE 'USUARIO NO AUTORIZADO PARA VISAR LA TABLA'
                   TO MTG004A-DSRETORNO
           END-IF.

       1500-BUSCAR-SIGUIENTE-PENDIENTE.
               IF MTG004A-ACCION NOT = 'C'
                   PERFORM 2600-VALIDAR-VISADO
               END-IF
               IF MTG004A-CDRETORNO = '00'
                   AND MTG004A-ACCION = 'A'
                   AND MTG004V-FUNCION = 'A'
                   PERFORM 2700-VALIDAR-REGLAS
               END-IF
               IF MTG004A-CDRETORNO = '00'
                   AND MTG004A-ACCION = 'A'
                   PERFORM 2800-VALIDAR-CONGELACION
               END-IF
           END-IF.

       2500-CARGAR-RESPUESTA.
           IF MTG004A-ACCION = 'C'
               OR MTG004A-ACCION = 'S'
               MOVE MTG004V-MOTIVO-RECHAZO TO MTG004A-MOTIVO
               IF WS-CON-TICKET
                   MOVE MTG004V-TICKET TO MTG004A-TICKET
               END-IF
           END-IF.

       2600-VALIDAR-VISADO.
      * lo capturo.
           IF MTG004V-ESTADO NOT = 'P'
               MOVE '03' TO MTG004A-CDRETORNO
               IF MTG004V-ESTADO = 'X'
                   MOVE 'EL MOVIMIENTO CADUCO SIN VISADO'
                       TO MTG004A-DSRETORNO
               ELSE
                   MOVE 'EL MOVIMIENTO YA FUE VISADO'
                       TO MTG004A-DSRETORNO
               END-IF
           ELSE
               IF WS-USERID-ASIGNADO = MTG004V-USUARIO-CAPTURA
                   MOVE '04' TO MTG004A-CDRETORNO
               END-IF
           END-IF.

       2700-VALIDAR-REGLAS.
      * Misma validacion de codigo que hace TC06 en el alta, contra
      * las reglas vigentes de la tabla.
           MOVE MTG004V-CDTABLA TO WS-RG-CDTABLA
           PERFORM 9800-LEER-REGLAS
           IF WS-RG-ERROR
               MOVE '10' TO MTG004A-CDRETORNO
               MOVE 'ERROR ACCEDIENDO MTG004RG' TO MTG004A-DSRETORNO
           ELSE
               MOVE MTG004V-CDSELEC TO WS-RG-CDSELEC
               PERFORM 9850-VALIDAR-CDSELEC
               IF NOT WS-RG-CDSELEC-VALIDO
                   MOVE '11' TO MTG004A-CDRETORNO
                   MOVE 'CDSELEC YA NO ADMITIDO POR LAS REGLAS'
                       TO MTG004A-DSRETORNO
               END-IF
           END-IF.

       2800-VALIDAR-CONGELACION.
      * Un cambio con FECVIG posterior al dia queda diferido en
      * MTG004F al aprobarlo y no toca hoy la tabla (si vence dentro
      * de una ventana lo retiene MTG004N); el resto se aplicaria ya y
      * se contrasta con las ventanas de la tabla, como en TC06.
           MOVE SPACES TO WS-FECVIG-AAAAMMDD
           STRING WS-FECHA-PROCESO(5:4) DELIMITED BY SIZE
                  WS-FECHA-PROCESO(1:2) DELIMITED BY SIZE
                  WS-FECHA-PROCESO(3:2) DELIMITED BY SIZE
               INTO WS-FECHA-PROCESO-AAAAMMDD
           IF MTG004V-FUNCION = 'C'
               AND MTG004V-FECVIG NOT = SPACES
               STRING MTG004V-FECVIG(5:4) DELIMITED BY SIZE
                      MTG004V-FECVIG(1:2) DELIMITED BY SIZE
                      MTG004V-FECVIG(3:2) DELIMITED BY SIZE
                   INTO WS-FECVIG-AAAAMMDD
           END-IF

           IF WS-FECVIG-AAAAMMDD = SPACES
               OR WS-FECVIG-AAAAMMDD <= WS-FECHA-PROCESO-AAAAMMDD
               MOVE MTG004V-CDTABLA TO WS-CG-CDTABLA
               MOVE MTG004V-CDSELEC TO WS-CG-CDSELEC
               MOVE MTG004V-FUNCION TO WS-CG-FUNCION
               MOVE WS-USERID-ASIGNADO TO WS-CG-USUARIO
               MOVE WS-FECHA-PROCESO TO WS-CG-FECHA-PROCESO
               MOVE WS-HORA-PROCESO TO WS-CG-HORA-PROCESO
               PERFORM 9900-VERIFICAR-CONGELACION
               IF WS-CG-CONGELADA
                   MOVE '12' TO MTG004A-CDRETORNO
                   MOVE SPACES TO MTG004A-DSRETORNO
                   STRING 'TABLA CONGELADA HASTA ' DELIMITED BY SIZE
                          MTG004CG-FECHA-HASTA DELIMITED BY SIZE
                       INTO MTG004A-DSRETORNO
               END-IF
           END-IF.

       3000-APROBAR-MOVIMIENTO.
           IF WS-CON-TICKET
               AND MTG004A-TICKET NOT = SPACES
               MOVE MTG004A-TICKET TO MTG004V-TICKET
           END-IF

           MOVE SPACES TO WS-MTG004M-REGISTRO-D
           MOVE MTG004V-FUNCION TO MTG004M-FUNCION
           MOVE MTG004V-USUARIO-CAPTURA TO MTG004M-USUARIO
           MOVE '00' TO MTG004M-CDRETORNO
           MOVE 'V' TO MTG004M-ORIGEN
           MOVE WS-USERID-ASIGNADO TO MTG004M-CHECKER
           MOVE MTG004V-TICKET TO MTG004M-TICKET

           COMPUTE WS-LONGITUD-COMMAREA =
               LENGTH OF WS-MTG004M-REGISTRO-D
               MOVE '06' TO MTG004A-CDRETORNO
               MOVE 'ERROR GRABANDO MTG004V' TO MTG004A-DSRETORNO
           END-IF.

       COPY MTG004_autor.

       COPY MTG004_reglas.

       COPY MTG004_congel.
