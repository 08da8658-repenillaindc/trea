      * MTG004F y el batch nocturno MTG004N lo activa cuando llega su
      * fecha efectiva.
      *
      * Los codigos de seleccion admitidos y el doble control de cada
      * tabla se leen del fichero de reglas MTG004RG, que se mantiene
      * con TC13; una tabla sin reglas no admite altas.
      *
      * Las tablas sensibles (MTG004RG-DOBLE-CONTROL = 'S') estan
      * sometidas a doble control: el movimiento no se aplica, sino
      * que queda en el fichero de visado MTG004V hasta que un segundo
      * usuario lo apruebe con TC09; TC09 reenvia entonces el
      * movimiento con MTG004M-ORIGEN = 'V' y el visador en
      * MTG004M-CHECKER, y la historia MTG004H recoge a capturador y
      * visador.
      *
      * El usuario de la sesion debe tener autorizada la funcion sobre
      * la tabla en su perfil MTG004PF; el intento no autorizado se
      * rechaza y queda en el fichero de violaciones MTG004SG.
      *
      * El ticket de la peticion de cambio (MTG004M-TICKET) se graba
      * con el movimiento en MTG004H, junto con el canal que lo
      * aplico, para que el batch MTG004HT lo concilie con la
      * herramienta de gestion de cambios.
      *
      * Dentro de una ventana de congelacion MTG004CG de la tabla (o
      * de todas las tablas) no se aplica ningun movimiento: se
      * devuelve '17' y el rechazo queda en MTG004CV para el informe
      * MTG004CR. Los cambios diferidos y la captura pendiente de
      * visado no tocan la tabla y se siguen admitiendo.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       COPY MTG004E_reg.

       COPY MTG004RG_reg.

       COPY MTG004_reglaswk.

       COPY MTG004H_reg.


       COPY MTG004_valfecwk.

       COPY MTG004PF_reg.

       COPY MTG004SG_reg.

       COPY MTG004_autorwk.

       COPY MTG004CG_reg.

       COPY MTG004CV_reg.

       COPY MTG004_congelwk.

       01 WS-FECHA-PROCESO                    PIC  X(8).
       01 WS-HORA-PROCESO                     PIC  X(6).
       01 WS-FECVIG-EFECTIVA                  PIC  X(8).
           88 WS-PENDIENTE-VISADO              VALUE 'S'.
       01 WS-ORIGEN-EFECTIVO                  PIC  X(1) VALUE SPACE.
       01 WS-CHECKER-EFECTIVO                 PIC  X(8) VALUE SPACES.
       01 WS-TICKET-EFECTIVO                  PIC  X(12) VALUE SPACES.
       01 WS-LONGITUD-SIN-TICKET              PIC S9(4) COMP.

       LINKAGE SECTION.
           COPY TC06_reqres.

           PERFORM 0500-RESOLVER-ORIGEN-VISADO

           IF WS-ORIGEN-EFECTIVO NOT = 'V'
               PERFORM 0600-VERIFICAR-AUTORIZACION
           END-IF

           IF MTG004M-FECVIG = SPACES
               MOVE WS-FECHA-PROCESO TO WS-FECVIG-EFECTIVA
           ELSE
               MOVE MTG004M-FECVIG TO WS-FECVIG-EFECTIVA
           END-IF

           IF MTG004M-CDRETORNO = '00'
               PERFORM 1000-LEER-MTG004-CABECERA
           END-IF

           IF MTG004M-CDRETORNO = '00'
               PERFORM 1650-LEER-REGLAS-TABLA
           END-IF

      * La fecha efectiva se valida despues de leer las reglas: la
      * plaza de la tabla decide contra que calendario se contrasta.
           IF MTG004M-CDRETORNO = '00'
               AND MTG004M-FECVIG NOT = SPACES
               PERFORM 1500-VALIDAR-FECVIG
           END-IF

           IF MTG004M-CDRETORNO = '00'
               PERFORM 1700-CONTROL-VISADO
           END-IF

           IF MTG004M-CDRETORNO = '00'
               AND NOT WS-PENDIENTE-VISADO
               PERFORM 1800-CONTROL-CONGELACION
           END-IF

           IF MTG004M-CDRETORNO = '00'
               AND NOT WS-PENDIENTE-VISADO
               EVALUATE MTG004M-FUNCION
      * el origen 'V' solo se acepta si la tarea corre bajo la propia
      * transaccion de visado TC09: un llamador cualquiera no puede
      * saltarse el doble control ni falsear el visador simplemente
      * rellenando el byte en su commarea. El ticket, el ultimo campo,
      * sigue la misma regla: un llamador que no llega hasta el
      * conserva el resto de campos y graba el movimiento sin ticket.
           MOVE SPACE TO WS-ORIGEN-EFECTIVO
           MOVE SPACES TO WS-CHECKER-EFECTIVO
           MOVE SPACES TO WS-TICKET-EFECTIVO
           COMPUTE WS-LONGITUD-SIN-TICKET =
               LENGTH OF MTG004M-REGISTRO
             - LENGTH OF MTG004M-TICKET-L
             - LENGTH OF MTG004M-TICKET-A
             - LENGTH OF MTG004M-TICKET
           IF EIBCALEN >= LENGTH OF MTG004M-REGISTRO
               MOVE MTG004M-TICKET TO WS-TICKET-EFECTIVO
           END-IF
           IF EIBCALEN >= WS-LONGITUD-SIN-TICKET
               AND EIBTRNID = 'TC09'
               AND MTG004M-ORIGEN = 'V'
               MOVE 'V' TO WS-ORIGEN-EFECTIVO
               MOVE MTG004M-CHECKER TO WS-CHECKER-EFECTIVO
           END-IF.

       0600-VERIFICAR-AUTORIZACION.
      * La funcion se autoriza al usuario de la sesion, no al que
      * llegue en la commarea. Un movimiento con origen efectivo 'V'
      * no pasa por aqui: es TC09 aplicando un movimiento ya aprobado,
      * y TC09 ha comprobado antes que el visador tiene autorizado el
      * visado de la tabla. Una funcion invalida se deja pasar para
      * que la rechace la validacion de siempre con su codigo '05'.
           IF MTG004M-FUNCION = 'A'
               OR MTG004M-FUNCION = 'C'
               OR MTG004M-FUNCION = 'B'
               MOVE WS-USERID-ASIGNADO TO WS-AU-USUARIO
               MOVE MTG004M-FUNCION TO WS-AU-FUNCION
                                       WS-AU-ACCION
               MOVE MTG004M-CDTABLA TO WS-AU-CDTABLA
               MOVE MTG004M-CDSELEC TO WS-AU-CDSELEC
               MOVE SPACES TO WS-AU-CLAVBAN
               MOVE WS-FECHA-PROCESO TO WS-AU-FECHA-PROCESO
               MOVE WS-HORA-PROCESO TO WS-AU-HORA-PROCESO
               PERFORM 9700-VERIFICAR-AUTORIZACION
               IF NOT WS-AU-AUTORIZADO
                   MOVE '15' TO MTG004M-CDRETORNO
                   MOVE 'USUARIO NO AUTORIZADO PARA LA FUNCION'
                       TO MTG004M-DSRETORNO
               END-IF
           END-IF.

       1500-VALIDAR-FECVIG.
      * MTG004M-FECVIG llega del llamador en formato mmddyyyy (igual
      * que EXEC CICS ASSIGN LOCALDATE); se valida con la rutina
      * compartida 9600-VALIDAR-FECHA-REAL (longitud real de cada mes
      * y ano bisiesto, la misma que usa MTG004B) y despues contra el
      * calendario de dias habiles MTG004L de la plaza de la tabla,
      * antes de usarla como fecha efectiva.
           MOVE MTG004M-FECVIG TO WS-VF-FECHA-MMDDAAAA
           PERFORM 9600-VALIDAR-FECHA-REAL
           IF NOT WS-VF-FECHA-VALIDA

       1600-VALIDAR-DIA-HABIL.
      * La fecha efectiva debe ser un dia habil del calendario
      * MTG004L de la plaza de la tabla (resuelta en 1650): en un dia
      * sin proceso ningun MTG004N la hara visible al negocio en el
      * momento esperado. Si el calendario no esta disponible (fichero
      * cerrado o deshabilitado) el control se omite para no bloquear
      * el mantenimiento, como antes de existir el calendario.
           MOVE WS-RG-CDPLAZA TO MTG004L-CDPLAZA
           STRING MTG004M-FECVIG(5:4) DELIMITED BY SIZE
                  MTG004M-FECVIG(1:2) DELIMITED BY SIZE
                  MTG004M-FECVIG(3:2) DELIMITED BY SIZE
           EXEC CICS READ
               FILE('MTG004L')
               INTO(MTG004L-REGISTRO)
               RIDFLD(MTG004L-CLAVE)
               RESP(WS-CICS-RESP)
           END-EXEC

               MOVE 'MTG004-CDTABLA NO ENCONTRADA' TO MTG004M-DSRETORNO
           END-IF.

       1650-LEER-REGLAS-TABLA.
      * Las reglas de la tabla se leen una vez: deciden el doble
      * control (1700), los codigos admitidos en el alta (9000) y la
      * plaza del calendario de la fecha efectiva (1600). Sin
      * registro de reglas la tabla no esta sometida a doble control
      * y no admite altas; con el fichero sin responder no se aplica
      * nada, para no saltarse el doble control por una averia.
           MOVE MTG004M-CDTABLA TO WS-RG-CDTABLA
           PERFORM 9800-LEER-REGLAS
           IF WS-RG-ERROR
               MOVE '16' TO MTG004M-CDRETORNO
               MOVE 'ERROR ACCEDIENDO MTG004RG' TO MTG004M-DSRETORNO
           ELSE
               PERFORM 9860-RESOLVER-PLAZA
           END-IF.

       1700-CONTROL-VISADO.
      * Doble control sobre las tablas sensibles: el movimiento de un
      * usuario queda pendiente de visado en MTG004V en vez de
      * movimiento ya aprobado, validado en 0500) el control no se
      * repite.
           IF WS-ORIGEN-EFECTIVO NOT = 'V'
               AND WS-RG-HALLADAS
               AND MTG004RG-DOBLE-CONTROL = 'S'
               PERFORM 7000-GRABAR-PENDIENTE-VISADO
           END-IF.

       1800-CONTROL-CONGELACION.
      * Ventanas de congelacion de cierre: un movimiento que se
      * aplicaria hoy sobre MTG004E se rechaza si una ventana
      * MTG004CG de la tabla, o de todas, cubre la fecha de proceso.
      * Un cambio diferido a una fecha posterior no toca hoy la tabla
      * y se admite; si vence dentro de una ventana, MTG004N lo
      * retiene hasta el primer dia habil siguiente.
           IF MTG004M-FUNCION = 'C'
               AND MTG004M-FECVIG NOT = SPACES
               PERFORM 3100-CLASIFICAR-FECVIG-CAMBIO
           END-IF

           IF NOT WS-CAMBIO-DIFERIDO
               MOVE MTG004M-CDTABLA TO WS-CG-CDTABLA
               MOVE MTG004M-CDSELEC TO WS-CG-CDSELEC
               MOVE MTG004M-FUNCION TO WS-CG-FUNCION
               MOVE WS-USERID-ASIGNADO TO WS-CG-USUARIO
               MOVE WS-FECHA-PROCESO TO WS-CG-FECHA-PROCESO
               MOVE WS-HORA-PROCESO TO WS-CG-HORA-PROCESO
               PERFORM 9900-VERIFICAR-CONGELACION
               IF WS-CG-CONGELADA
                   MOVE '17' TO MTG004M-CDRETORNO
                   MOVE SPACES TO MTG004M-DSRETORNO
                   STRING 'TABLA CONGELADA HASTA ' DELIMITED BY SIZE
                          MTG004CG-FECHA-HASTA DELIMITED BY SIZE
                       INTO MTG004M-DSRETORNO
               END-IF
           END-IF.

       2000-ALTA-SELECCION.
           END-IF
           MOVE MTG004M-CLAVBANS TO MTG004F-CLAVBANS
           MOVE MTG004M-CLAVTABS TO MTG004F-CLAVTABS
           MOVE WS-TICKET-EFECTIVO TO MTG004F-TICKET
           MOVE 'P' TO MTG004F-ESTADO
           MOVE MTG004F-CLAVE TO WS-MTG004F-RIDFLD

      * Con doble control la historia conserva a los dos usuarios: el
      * capturador (que TC09 reenvia en MTG004M-USUARIO) y el visador
      * en MTG004H-CHECKER; en una captura directa el usuario es el de
      * la sesion y no hay visador. El canal distingue el movimiento
      * aplicado al aprobarse con TC09 de la captura directa.
           IF WS-ORIGEN-EFECTIVO = 'V'
               MOVE MTG004M-USUARIO TO MTG004H-USUARIO
               MOVE WS-CHECKER-EFECTIVO TO MTG004H-CHECKER
               MOVE 'TC09' TO MTG004H-CANAL
           ELSE
               MOVE WS-USERID-ASIGNADO TO MTG004H-USUARIO
               MOVE SPACES TO MTG004H-CHECKER
               MOVE 'TC06' TO MTG004H-CANAL
           END-IF
           MOVE WS-TICKET-EFECTIVO TO MTG004H-TICKET
           MOVE MTG004M-CDTABLA TO MTG004H-CDTABLA
           MOVE MTG004M-CDSELEC TO MTG004H-CDSELEC
      * Las imagenes de cabecera solo las informan los movimientos de
               MOVE MTG004M-CLAVBANS TO MTG004V-CLAVBANS
               MOVE MTG004M-CLAVTABS TO MTG004V-CLAVTABS
               MOVE MTG004M-FECVIG TO MTG004V-FECVIG
               MOVE WS-TICKET-EFECTIVO TO MTG004V-TICKET
               MOVE 'P' TO MTG004V-ESTADO
               MOVE MTG004V-CLAVE TO WS-MTG004V-RIDFLD

      * CDSELEC es la clave con la que el visador localiza el
      * movimiento en TC09 (solo si la commarea del llamador llega
      * hasta esos campos).
                   IF EIBCALEN >= WS-LONGITUD-SIN-TICKET
                       MOVE WS-FECHA-PROCESO
                           TO MTG004M-FECHA-CAPTURA
                       MOVE WS-HORA-PROCESO
               MOVE 'MTG004-CDSELEC NO PUEDE SER BLANCO'
                   TO MTG004M-DSRETORNO
           ELSE
               MOVE MTG004M-CDSELEC TO WS-RG-CDSELEC
               PERFORM 9850-VALIDAR-CDSELEC
               IF NOT WS-RG-CDSELEC-VALIDO
                   MOVE '07' TO MTG004M-CDRETORNO
                   MOVE 'MTG004-CDSELEC NO VALIDO PARA ESTA TABLA'
                       TO MTG004M-DSRETORNO
               END-IF
           END-IF.

       COPY MTG004_valfec.

       COPY MTG004_reglas.

       COPY MTG004_autor.

       COPY MTG004_congel.
