      * tabla: el listado recorre el fichero en orden cronologico de
      * activacion filtrando por tabla, y MTG004P-MAS-DATOS = 'S'
      * indica que el recorrido no llego al final del fichero.
      *
      * La anulacion exige que el usuario de la sesion tenga autorizada
      * la anulacion de la tabla en su perfil MTG004PF; el intento no
      * autorizado se rechaza y queda en el fichero de violaciones
      * MTG004SG. El listado no lo exige.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       COPY MTG004F_reg.

       COPY MTG004PF_reg.

       COPY MTG004SG_reg.

       COPY MTG004_autorwk.

       01 WS-FECHA-PROCESO                    PIC  X(8).
       01 WS-HORA-PROCESO                     PIC  X(6).
       01 WS-USERID-ASIGNADO                  PIC  X(8).
                   TO MTG004P-DSRETORNO
           END-IF

           IF MTG004P-CDRETORNO = '00'
               AND MTG004P-ACCION = 'A'
               PERFORM 1100-VERIFICAR-AUTORIZACION
           END-IF

           IF MTG004P-ACCION = 'L'
               AND (MTG004P-NUM-PEDIDAS NOT NUMERIC
                   OR MTG004P-NUM-PEDIDAS = ZERO
               MOVE 10 TO MTG004P-NUM-PEDIDAS
           END-IF.

       1100-VERIFICAR-AUTORIZACION.
           MOVE WS-USERID-ASIGNADO TO WS-AU-USUARIO
           MOVE 'N' TO WS-AU-FUNCION
           MOVE MTG004P-ACCION TO WS-AU-ACCION
           MOVE MTG004P-CDTABLA TO WS-AU-CDTABLA
           MOVE MTG004P-CDSELEC TO WS-AU-CDSELEC
           MOVE SPACES TO WS-AU-CLAVBAN
           MOVE WS-FECHA-PROCESO TO WS-AU-FECHA-PROCESO
           MOVE WS-HORA-PROCESO TO WS-AU-HORA-PROCESO
           PERFORM 9700-VERIFICAR-AUTORIZACION
           IF NOT WS-AU-AUTORIZADO
               MOVE '09' TO MTG004P-CDRETORNO
               MOVE 'USUARIO NO AUTORIZADO PARA ANULAR'
                   TO MTG004P-DSRETORNO
           END-IF.

       2000-LISTAR-PENDIENTES.
      * En la primera llamada se arranca del principio del fichero; en
      * las siguientes el llamador devuelve MTG004P-CLAVE-REANUDAR con
               MOVE '06' TO MTG004P-CDRETORNO
               MOVE 'ERROR GRABANDO MTG004F' TO MTG004P-DSRETORNO
           END-IF.

       COPY MTG004_autor.
