      * muestra la tabla exactamente como la dejara el batch nocturno
      * MTG004N. Una fecha de consulta mal formada devuelve la
      * respuesta vacia, igual que una tabla inexistente.
      *
      * Cada consulta resuelta queda contada en el fichero de uso
      * MTG004UC por tabla, dia, transaccion llamadora, usuario y via
      * (por MTG004-CDTABLA o por el path MTG004K), marcando si fue a
      * fecha, junto con los CDSELEC entregados en la respuesta; de
      * ahi sale el informe mensual de uso y de tablas sin lecturas
      * MTG004UR.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01 WS-FIN-MTG004F-SW                   PIC  X(1) VALUE 'N'.
           88 WS-FIN-MTG004F                   VALUE 'S'.

       COPY MTG004UC_reg.

       COPY MTG004_usowk.

       LINKAGE SECTION.
           COPY TC05_reqres.


           EXEC CICS ASSIGN
               LOCALDATE(WS-FECHA-PROCESO)
               LOCALTIME(WS-US-HORA-PROCESO)
               USERID(WS-US-USUARIO)
           END-EXEC

           PERFORM 0500-RESOLVER-FECHA-CONSULTA

           IF WS-PETICION-VALIDA
               IF MTG004-CDTABLA NOT = SPACES
                   MOVE 'T' TO WS-US-VIA
                   PERFORM 1000-LEER-MTG004
               ELSE
                   MOVE 'K' TO WS-US-VIA
                   PERFORM 1500-LEER-MTG004-POR-CLAVTG
               END-IF

                       PERFORM 2200-PROYECTAR-CAMBIOS-PENDIENTES
                   END-IF
                   PERFORM 2500-FILTRAR-SELECCIONES-ACTIVAS
                   PERFORM 3000-REGISTRAR-USO
               END-IF
           ELSE
               INITIALIZE MTG004-REGISTRO
                          MTG004-FECHA-CONSULTA(3:2)
                              DELIMITED BY SIZE
                       INTO WS-FECHA-CORTE-AAAAMMDD
                   MOVE 'S' TO WS-US-A-FECHA
                   IF WS-FECHA-CORTE-AAAAMMDD >
                           WS-FECHA-PROCESO-AAAAMMDD
                       SET WS-PROYECTAR-FUTURO TO TRUE
               END-IF
           END-PERFORM
           MOVE WS-NUM-CDSELEC-FILTRADO TO MTG004-NUM-CDSELEC.

       3000-REGISTRAR-USO.
      * Se anota la consulta con las entradas tal como salen en la
      * respuesta, ya filtradas por vigencia a la fecha de corte.
           MOVE MTG004-CDTABLA TO WS-US-CDTABLA
           MOVE WS-FECHA-PROCESO TO WS-US-FECHA-PROCESO
           MOVE MTG004-NUM-CDSELEC TO WS-US-NUM-LEIDAS
           PERFORM VARYING MTG00401-COB-NAME-D-INDEX FROM 1 BY 1
                   UNTIL MTG00401-COB-NAME-D-INDEX >
                         MTG004-NUM-CDSELEC
               SET WS-US-I TO MTG00401-COB-NAME-D-INDEX
               MOVE MTG004-CDSELEC(MTG00401-COB-NAME-D-INDEX)
                   TO WS-US-CDSELEC-LEIDA(WS-US-I)
           END-PERFORM

           PERFORM 9500-REGISTRAR-USO.

       COPY MTG004_uso.
