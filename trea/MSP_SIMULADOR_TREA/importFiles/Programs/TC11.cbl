      * La baja no borra el registro: los procesos que referencian la
      * clave siguen pudiendo resolverla, y MTG004C la denuncia como
      * dada de baja alli donde siga usandose.
      *
      * El usuario de la sesion debe tener autorizado el mantenimiento
      * de MTB001 en su perfil MTG004PF; el intento no autorizado se
      * rechaza y queda en el fichero de violaciones MTG004SG.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       COPY MTB001H_reg.

       COPY MTG004PF_reg.

       COPY MTG004SG_reg.

       COPY MTG004_autorwk.

       01 WS-FECHA-PROCESO                    PIC  X(8).
       01 WS-HORA-PROCESO                     PIC  X(6).
       01 WS-USERID-ASIGNADO                  PIC  X(8).
                   TO MTB001M-DSRETORNO
           END-IF

           IF MTB001M-CDRETORNO = '00'
               AND (MTB001M-FUNCION = 'A' OR 'C' OR 'B')
               PERFORM 0500-VERIFICAR-AUTORIZACION
           END-IF

           IF MTB001M-CDRETORNO = '00'
               EVALUATE MTB001M-FUNCION
                   WHEN 'A'

           GOBACK.

       0500-VERIFICAR-AUTORIZACION.
      * El mantenimiento del maestro no depende de la tabla: basta con
      * que el perfil MTG004PF del usuario de la sesion lo autorice.
           MOVE WS-USERID-ASIGNADO TO WS-AU-USUARIO
           MOVE 'M' TO WS-AU-FUNCION
           MOVE MTB001M-FUNCION TO WS-AU-ACCION
           MOVE SPACES TO WS-AU-CDTABLA
           MOVE SPACE TO WS-AU-CDSELEC
           MOVE MTB001M-CLAVBAN TO WS-AU-CLAVBAN
           MOVE WS-FECHA-PROCESO TO WS-AU-FECHA-PROCESO
           MOVE WS-HORA-PROCESO TO WS-AU-HORA-PROCESO
           PERFORM 9700-VERIFICAR-AUTORIZACION
           IF NOT WS-AU-AUTORIZADO
               MOVE '11' TO MTB001M-CDRETORNO
               MOVE 'USUARIO NO AUTORIZADO A MANTENER MTB001'
                   TO MTB001M-DSRETORNO
           END-IF.

       1000-LEER-MTB001-UPDATE.
           MOVE MTB001M-CLAVBAN TO MTB001-CLAVBAN
           EXEC CICS READ
                          MTB001H-FECBAJA-NVA
           MOVE SPACE TO MTB001H-STBANCO-ANT
                         MTB001H-STBANCO-NVA.

       COPY MTG004_autor.
