      * La clave de banco de cabecera se valida contra el maestro de
      * bancos MTB001: debe existir y estar activa, el mismo criterio
      * que concilia el batch MTG004C.
      *
      * El usuario de la sesion debe tener autorizada la funcion sobre
      * la tabla en su perfil MTG004PF; el intento no autorizado se
      * rechaza y queda en el fichero de violaciones MTG004SG.
      *
      * El ticket de la peticion de cambio (MTG004G-TICKET) se graba
      * en todos los movimientos de historia de la accion, con el
      * canal 'TC10'.
      *
      * Dentro de una ventana de congelacion MTG004CG de la tabla (o
      * de todas las tablas) no se admite alta, cambio ni baja de la
      * cabecera: se devuelve '13' y el rechazo queda en MTG004CV.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       COPY MTG004E_reg.

       COPY MTG004PF_reg.

       COPY MTG004SG_reg.

       COPY MTG004_autorwk.

       COPY MTG004CG_reg.

       COPY MTG004CV_reg.

       COPY MTG004_congelwk.

       01 WS-MTG004E-RIDFLD                   PIC  X(5).
       01 WS-FIN-MTG004E-SW                   PIC  X(1).
           88 WS-FIN-MTG004E                   VALUE 'S'.
       01 WS-SELECCION-ACTIVA-SW              PIC  X(1) VALUE 'N'.
           88 WS-SELECCION-ACTIVA              VALUE 'S'.
       01 WS-I                                PIC S9(4) COMP.
       01 WS-TICKET-EFECTIVO                  PIC  X(12) VALUE SPACES.

      * Imagenes por idioma capturadas por la funcion en curso, para
      * grabar un movimiento de historia por cada nombre de idioma
               USERID(WS-USERID-ASIGNADO)
           END-EXEC

      * El ticket es el ultimo campo de la commarea: solo se lee si
      * el llamador la pasa completa.
           IF EIBCALEN >= LENGTH OF MTG004G-REGISTRO
               MOVE MTG004G-TICKET TO WS-TICKET-EFECTIVO
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 2
               MOVE 'N' TO WS-IDH-CAMBIADO-SW(WS-I)
               MOVE SPACE TO WS-IDH-TCCIDIOM(WS-I)
                              WS-IDH-NBT-NVA(WS-I)
           END-PERFORM

           IF MTG004G-FUNCION = 'A'
               OR MTG004G-FUNCION = 'C'
               OR MTG004G-FUNCION = 'B'
               PERFORM 0500-VERIFICAR-AUTORIZACION
           END-IF

           IF MTG004G-CDRETORNO = '00'
               AND (MTG004G-FUNCION = 'A'
                    OR MTG004G-FUNCION = 'C'
                    OR MTG004G-FUNCION = 'B')
               PERFORM 0600-VERIFICAR-CONGELACION
           END-IF

           IF MTG004G-CDRETORNO = '00'
               EVALUATE MTG004G-FUNCION
                   WHEN 'A'
                       MOVE 'A' TO MTG004H-TIPACC
                       PERFORM 2000-ALTA-CABECERA
                   WHEN 'C'
                       MOVE 'C' TO MTG004H-TIPACC
                       PERFORM 3000-CAMBIO-CABECERA
                   WHEN 'B'
                       MOVE 'B' TO MTG004H-TIPACC
                       PERFORM 4000-BAJA-CABECERA
                   WHEN OTHER
                       MOVE '05' TO MTG004G-CDRETORNO
                       MOVE 'FUNCION DE MANTENIMIENTO INVALIDA'
                           TO MTG004G-DSRETORNO
               END-EVALUATE
           END-IF

           IF MTG004G-CDRETORNO = '00'
               PERFORM 6000-GRABAR-HISTORIA

           GOBACK.

       0500-VERIFICAR-AUTORIZACION.
      * La funcion se autoriza al usuario de la sesion sobre la tabla
      * pedida, con el perfil MTG004PF comun a TC06.
           MOVE WS-USERID-ASIGNADO TO WS-AU-USUARIO
           MOVE MTG004G-FUNCION TO WS-AU-FUNCION
                                   WS-AU-ACCION
           MOVE MTG004G-CDTABLA TO WS-AU-CDTABLA
           MOVE SPACE TO WS-AU-CDSELEC
           MOVE MTG004G-CLAVBAN TO WS-AU-CLAVBAN
           MOVE WS-FECHA-PROCESO TO WS-AU-FECHA-PROCESO
           MOVE WS-HORA-PROCESO TO WS-AU-HORA-PROCESO
           PERFORM 9700-VERIFICAR-AUTORIZACION
           IF NOT WS-AU-AUTORIZADO
               MOVE '12' TO MTG004G-CDRETORNO
               MOVE 'USUARIO NO AUTORIZADO PARA LA FUNCION'
                   TO MTG004G-DSRETORNO
           END-IF.

       0600-VERIFICAR-CONGELACION.
      * Ventanas de congelacion de cierre sobre la tabla pedida, con
      * la comprobacion compartida con TC06 y TC09.
           MOVE MTG004G-CDTABLA TO WS-CG-CDTABLA
           MOVE SPACE TO WS-CG-CDSELEC
           MOVE MTG004G-FUNCION TO WS-CG-FUNCION
           MOVE WS-USERID-ASIGNADO TO WS-CG-USUARIO
           MOVE WS-FECHA-PROCESO TO WS-CG-FECHA-PROCESO
           MOVE WS-HORA-PROCESO TO WS-CG-HORA-PROCESO
           PERFORM 9900-VERIFICAR-CONGELACION
           IF WS-CG-CONGELADA
               MOVE '13' TO MTG004G-CDRETORNO
               MOVE SPACES TO MTG004G-DSRETORNO
               STRING 'TABLA CONGELADA HASTA ' DELIMITED BY SIZE
                      MTG004CG-FECHA-HASTA DELIMITED BY SIZE
                   INTO MTG004G-DSRETORNO
           END-IF.

       1000-VALIDAR-CLAVBAN.
      * La clave de banco de cabecera debe existir en el maestro
      * MTB001 y estar activa, el mismo criterio con el que MTG004C
           MOVE SPACES TO MTG004H-CHECKER
           MOVE MTG004G-CDTABLA TO MTG004H-CDTABLA
           MOVE SPACE TO MTG004H-CDSELEC
           MOVE WS-TICKET-EFECTIVO TO MTG004H-TICKET
           MOVE 'TC10' TO MTG004H-CANAL

           MOVE ZERO TO WS-REINTENTOS-HIST
           MOVE 'N' TO WS-HIST-GRABADA-SW
           MOVE WS-IDH-NBT-ANT(WS-I) TO MTG004H-NBTABLA-ANT
           MOVE WS-IDH-NBT-NVA(WS-I) TO MTG004H-NBTABLA-NVA
           PERFORM 6000-GRABAR-HISTORIA.

       COPY MTG004_autor.

       COPY MTG004_congel.
