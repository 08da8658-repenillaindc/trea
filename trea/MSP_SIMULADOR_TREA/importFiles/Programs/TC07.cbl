      * proceso, para que
      * mantenimiento pueda recorrer el directorio antes de decidir que
      * consultar con TC05 o que mantener con TC06.
      *
      * Cada cabecera devuelta en la pagina se cuenta en el fichero de
      * uso MTG004UC con la via 'P' (directorio), por tabla, dia,
      * transaccion llamadora y usuario, igual que TC05 cuenta sus
      * consultas; el informe mensual MTG004UR lo muestra aparte de
      * las lecturas de la tabla.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01 WS-NUM-ENTRADAS                     PIC  9(3).
       01 WS-NUM-ACTIVAS                      PIC  9(3).

       COPY MTG004UC_reg.

       COPY MTG004_usowk.

       LINKAGE SECTION.
           COPY TC07_reqres.


           EXEC CICS ASSIGN
               LOCALDATE(WS-FECHA-PROCESO)
               LOCALTIME(WS-US-HORA-PROCESO)
               USERID(WS-US-USUARIO)
           END-EXEC

           STRING WS-FECHA-PROCESO(5:4) DELIMITED BY SIZE
           MOVE WS-NUM-ENTRADAS
               TO MTG004T-NUM-CDSELEC-CAB(MTG004T-CABECERA-INDEX)
           MOVE WS-NUM-ACTIVAS
               TO MTG004T-NUM-ACTIVAS-CAB(MTG004T-CABECERA-INDEX)

           PERFORM 7000-REGISTRAR-USO.

       5000-RESOLVER-NBTABLA-IDIOMA.
           SET MTG004-NBTABLA-IDIOMA-INDEX TO 1
                   END-IF
               END-IF
           END-IF.

       7000-REGISTRAR-USO.
      * La pagina del directorio no entrega entradas de seleccion:
      * solo se cuenta la aparicion de la tabla.
           MOVE MTG004-CDTABLA TO WS-US-CDTABLA
           MOVE 'P' TO WS-US-VIA
           MOVE WS-FECHA-PROCESO TO WS-US-FECHA-PROCESO
           MOVE ZERO TO WS-US-NUM-LEIDAS
           PERFORM 9500-REGISTRAR-USO.

       COPY MTG004_uso.
