       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTG004HT.
      *
      * Batch MTG004HT - Conciliacion diaria de los movimientos de la
      * historia MTG004H con las peticiones de cambio aprobadas. Cada
      * movimiento lleva desde su captura el ticket de la peticion
      * que lo ampara (MTG004H-TICKET) y el canal que lo grabo
      * (MTG004H-CANAL); el fichero MTG004TK, extraido cada dia de la
      * herramienta de gestion de cambios, trae un registro por
      * ticket aprobado y tabla, con su ventana aprobada.
      *
      * Para los movimientos de la fecha conciliada (parametro
      * MTG004HTPRM en aaaammdd, o la fecha de proceso si no se
      * informa) el informe MTG004HTRPT denuncia:
      *   - los cambios sin ticket;
      *   - los cambios con un ticket que no figura en MTG004TK;
      *   - los cambios sobre una tabla que su ticket no nombra;
      *   - los cambios hechos fuera de la ventana aprobada.
      * Ademas lista los tickets cuya ventana se cierra en la fecha
      * conciliada y nombran una tabla que no se toco en toda la
      * ventana (con cualquier movimiento de MTG004H, de ese dia o de
      * los anteriores).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MTG004HT-PRM ASSIGN TO "MTG004HTPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-PRM.

           SELECT MTG004TK-FILE ASSIGN TO "MTG004TK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-MTG004TK.

           SELECT MTG004H-FILE ASSIGN TO "MTG004H"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MTG004H-CLAVE
               FILE STATUS IS WS-STAT-MTG004H.

           SELECT MTG004HT-RPT ASSIGN TO "MTG004HTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  MTG004HT-PRM.
       01 MTG004HT-PRM-REGISTRO.
         05 MTG004HT-PRM-FECHA                 PIC  X(8).

       FD  MTG004TK-FILE.
           COPY MTG004TK_reg.

       FD  MTG004H-FILE.
           COPY MTG004H_reg.

       FD  MTG004HT-RPT.
       01 MTG004HT-RPT-LINEA                  PIC  X(100).

       WORKING-STORAGE SECTION.
       01 WS-STAT-PRM                         PIC  X(2).
       01 WS-STAT-MTG004TK                    PIC  X(2).
       01 WS-STAT-MTG004H                     PIC  X(2).
       01 WS-STAT-RPT                         PIC  X(2).
       01 WS-SIN-TICKETS-SW                   PIC  X(1) VALUE 'N'.
           88 WS-SIN-TICKETS                   VALUE 'S'.
       01 WS-SIN-MTG004H-SW                   PIC  X(1) VALUE 'N'.
           88 WS-SIN-MTG004H                   VALUE 'S'.
       01 WS-FIN-MTG004TK-SW                  PIC  X(1) VALUE 'N'.
           88 WS-FIN-MTG004TK                  VALUE 'S'.
       01 WS-FIN-MTG004H-SW                   PIC  X(1) VALUE 'N'.
           88 WS-FIN-MTG004H                   VALUE 'S'.
       01 WS-DESBORDE-TICKETS-SW              PIC  X(1) VALUE 'N'.
           88 WS-DESBORDE-TICKETS              VALUE 'S'.

       01 WS-FECHA-CONCILIADA                 PIC  X(8).
       01 WS-FECHA-MOV-AAAAMMDD               PIC  X(8).
       01 WS-ORDEN-MOVIMIENTO                 PIC  X(14).
       01 WS-EXCEPCION                        PIC  X(22).

       01 WS-TICKET-HALLADO-SW                PIC  X(1).
           88 WS-TICKET-HALLADO                VALUE 'S'.
       01 WS-TABLA-HALLADA-SW                 PIC  X(1).
           88 WS-TABLA-HALLADA                 VALUE 'S'.
       01 WS-EN-VENTANA-SW                    PIC  X(1).
           88 WS-EN-VENTANA                    VALUE 'S'.

       01 WS-CONTADOR-TICKETS                 PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-DIA                     PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-CONCILIADOS             PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-SIN-TICKET              PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-TICKET-INEXISTENTE      PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-TABLA-NO-AMPARADA       PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-FUERA-VENTANA           PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-TICKETS-SIN-CAMBIO      PIC  9(7) VALUE ZERO.

       01 WS-FECHA-HORA-ACTUAL                PIC  X(21).

      * Tickets de MTG004TK en memoria: un elemento por ticket y
      * tabla, con la ventana en aaaammddhhmmss y la marca de si
      * algun movimiento de la tabla cayo dentro de la ventana.
       01 WS-TICKETS.
         05 WS-TK-NUM                         PIC  9(4) VALUE ZERO.
         05 WS-TK-ENTRADA OCCURS 2000 TIMES.
           10 WS-TK-TICKET                    PIC  X(12).
           10 WS-TK-CDTABLA                   PIC  X(4).
           10 WS-TK-DESDE                     PIC  X(14).
           10 WS-TK-HASTA                     PIC  X(14).
           10 WS-TK-USADO-SW                  PIC  X(1).
               88 WS-TK-USADO                  VALUE 'S'.
       01 WS-T                                PIC S9(4) COMP.

       01 WS-LINEA-DETALLE.
           05 WS-LD-EXCEPCION                 PIC  X(22).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-CDTABLA                   PIC  X(4).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-CDSELEC                   PIC  X(1).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-TIPACC                    PIC  X(1).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-FECHA                     PIC  X(8).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-HORA                      PIC  X(6).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-USUARIO                   PIC  X(8).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-CHECKER                   PIC  X(8).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-CANAL                     PIC  X(8).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-TICKET                    PIC  X(12).

       01 WS-LINEA-TICKET.
           05 FILLER                          PIC  X(22) VALUE
               'TICKET SIN CAMBIOS'.
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LT-CDTABLA                   PIC  X(4).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LT-TICKET                    PIC  X(12).
           05 FILLER                          PIC  X(8) VALUE
               ' DESDE '.
           05 WS-LT-DESDE                     PIC  X(14).
           05 FILLER                          PIC  X(8) VALUE
               ' HASTA '.
           05 WS-LT-HASTA                     PIC  X(14).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           IF NOT WS-SIN-MTG004H
               PERFORM 2000-PROCESAR-MTG004H
                   UNTIL WS-FIN-MTG004H
               PERFORM 3000-TICKETS-SIN-CAMBIOS
           END-IF
           PERFORM 9900-FIN
           GOBACK.

       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-FECHA-HORA-ACTUAL
           MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-CONCILIADA
           PERFORM 1100-LEER-PARAMETRO

           OPEN OUTPUT MTG004HT-RPT

           MOVE SPACES TO MTG004HT-RPT-LINEA
           STRING 'CONCILIACION DE MTG004H CON TICKETS DE CAMBIO - '
                      DELIMITED BY SIZE
                  'DIA ' DELIMITED BY SIZE
                  WS-FECHA-CONCILIADA DELIMITED BY SIZE
               INTO MTG004HT-RPT-LINEA
           WRITE MTG004HT-RPT-LINEA

      * Sin fichero de tickets el proceso sigue: todo movimiento con
      * ticket sale como ticket inexistente, que es lo que hay que
      * revisar.
           OPEN INPUT MTG004TK-FILE
           IF WS-STAT-MTG004TK NOT = '00'
               DISPLAY 'MTG004HT: FICHERO DE TICKETS MTG004TK NO '
                   'DISPONIBLE (FILE STATUS ' WS-STAT-MTG004TK ')'
               SET WS-SIN-TICKETS TO TRUE
               MOVE SPACES TO MTG004HT-RPT-LINEA
               STRING 'FICHERO DE TICKETS MTG004TK NO DISPONIBLE'
                      DELIMITED BY SIZE
                   INTO MTG004HT-RPT-LINEA
               WRITE MTG004HT-RPT-LINEA
           ELSE
               PERFORM 1200-CARGAR-TICKET
                   UNTIL WS-FIN-MTG004TK
               CLOSE MTG004TK-FILE
           END-IF

           OPEN INPUT MTG004H-FILE
           IF WS-STAT-MTG004H NOT = '00'
               DISPLAY 'MTG004HT: MTG004H NO DISPONIBLE (FILE STATUS '
                   WS-STAT-MTG004H ')'
               SET WS-SIN-MTG004H TO TRUE
               MOVE SPACES TO MTG004HT-RPT-LINEA
               STRING 'FICHERO MTG004H NO DISPONIBLE - CONCILIACION '
                      'NO REALIZADA' DELIMITED BY SIZE
                   INTO MTG004HT-RPT-LINEA
               WRITE MTG004HT-RPT-LINEA
           ELSE
               MOVE SPACES TO MTG004HT-RPT-LINEA
               WRITE MTG004HT-RPT-LINEA
               PERFORM 2100-LEER-MTG004H-SIGUIENTE
           END-IF.

       1100-LEER-PARAMETRO.
      * El parametro MTG004HTPRM es opcional: fecha a conciliar en
      * aaaammdd; vacio o ausente, la fecha de proceso.
           OPEN INPUT MTG004HT-PRM
           IF WS-STAT-PRM = '00'
               READ MTG004HT-PRM
                   AT END
                       CONTINUE
               END-READ
               IF WS-STAT-PRM = '00'
                   AND MTG004HT-PRM-FECHA NUMERIC
                   MOVE MTG004HT-PRM-FECHA TO WS-FECHA-CONCILIADA
               END-IF
               CLOSE MTG004HT-PRM
           END-IF.

       1200-CARGAR-TICKET.
           READ MTG004TK-FILE
               AT END
                   SET WS-FIN-MTG004TK TO TRUE
           END-READ
           IF NOT WS-FIN-MTG004TK
               IF WS-STAT-MTG004TK NOT = '00'
                   DISPLAY 'MTG004HT: ERROR DE LECTURA EN MTG004TK '
                       'FILE STATUS ' WS-STAT-MTG004TK
                   SET WS-FIN-MTG004TK TO TRUE
               ELSE
                   ADD 1 TO WS-CONTADOR-TICKETS
                   IF WS-TK-NUM < 2000
                       ADD 1 TO WS-TK-NUM
                       MOVE MTG004TK-TICKET TO WS-TK-TICKET(WS-TK-NUM)
                       MOVE MTG004TK-CDTABLA
                           TO WS-TK-CDTABLA(WS-TK-NUM)
                       MOVE MTG004TK-DESDE TO WS-TK-DESDE(WS-TK-NUM)
                       MOVE MTG004TK-HASTA TO WS-TK-HASTA(WS-TK-NUM)
                       MOVE 'N' TO WS-TK-USADO-SW(WS-TK-NUM)
                   ELSE
                       IF NOT WS-DESBORDE-TICKETS
                           DISPLAY 'MTG004HT: MAS DE 2000 TICKETS EN '
                               'MTG004TK - CONCILIACION INCOMPLETA'
                           SET WS-DESBORDE-TICKETS TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2000-PROCESAR-MTG004H.
      * MTG004H-FECHA va en mmddaaaa; la ventana del ticket se compara
      * en aaaammddhhmmss.
           STRING MTG004H-FECHA(5:4) DELIMITED BY SIZE
                  MTG004H-FECHA(1:2) DELIMITED BY SIZE
                  MTG004H-FECHA(3:2) DELIMITED BY SIZE
               INTO WS-FECHA-MOV-AAAAMMDD
           STRING WS-FECHA-MOV-AAAAMMDD DELIMITED BY SIZE
                  MTG004H-HORA          DELIMITED BY SIZE
               INTO WS-ORDEN-MOVIMIENTO

           MOVE 'N' TO WS-TICKET-HALLADO-SW
           MOVE 'N' TO WS-TABLA-HALLADA-SW
           MOVE 'N' TO WS-EN-VENTANA-SW
           IF MTG004H-TICKET NOT = SPACES
               PERFORM 2200-CONTRASTAR-TICKET
                   VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TK-NUM
           END-IF

           IF WS-FECHA-MOV-AAAAMMDD = WS-FECHA-CONCILIADA
               ADD 1 TO WS-CONTADOR-DIA
               PERFORM 2500-CLASIFICAR-MOVIMIENTO
           END-IF

           PERFORM 2100-LEER-MTG004H-SIGUIENTE.

       2100-LEER-MTG004H-SIGUIENTE.
           READ MTG004H-FILE NEXT RECORD
               AT END
                   SET WS-FIN-MTG004H TO TRUE
           END-READ
           IF NOT WS-FIN-MTG004H
               IF WS-STAT-MTG004H NOT = '00'
                   DISPLAY 'MTG004HT: ERROR DE LECTURA EN MTG004H '
                       'FILE STATUS ' WS-STAT-MTG004H
                   SET WS-FIN-MTG004H TO TRUE
               END-IF
           END-IF.

       2200-CONTRASTAR-TICKET.
      * Un movimiento de cualquier fecha dentro de la ventana marca
      * la tabla del ticket como tocada.
           IF WS-TK-TICKET(WS-T) = MTG004H-TICKET
               SET WS-TICKET-HALLADO TO TRUE
               IF WS-TK-CDTABLA(WS-T) = MTG004H-CDTABLA
                   SET WS-TABLA-HALLADA TO TRUE
                   IF WS-ORDEN-MOVIMIENTO >= WS-TK-DESDE(WS-T)
                       AND WS-ORDEN-MOVIMIENTO <= WS-TK-HASTA(WS-T)
                       SET WS-EN-VENTANA TO TRUE
                       SET WS-TK-USADO(WS-T) TO TRUE
                   END-IF
               END-IF
           END-IF.

       2500-CLASIFICAR-MOVIMIENTO.
           EVALUATE TRUE
               WHEN MTG004H-TICKET = SPACES
                   ADD 1 TO WS-CONTADOR-SIN-TICKET
                   MOVE 'SIN TICKET' TO WS-EXCEPCION
                   PERFORM 8000-ESCRIBIR-DETALLE
               WHEN NOT WS-TICKET-HALLADO
                   ADD 1 TO WS-CONTADOR-TICKET-INEXISTENTE
                   MOVE 'TICKET INEXISTENTE' TO WS-EXCEPCION
                   PERFORM 8000-ESCRIBIR-DETALLE
               WHEN NOT WS-TABLA-HALLADA
                   ADD 1 TO WS-CONTADOR-TABLA-NO-AMPARADA
                   MOVE 'TABLA FUERA DE TICKET' TO WS-EXCEPCION
                   PERFORM 8000-ESCRIBIR-DETALLE
               WHEN NOT WS-EN-VENTANA
                   ADD 1 TO WS-CONTADOR-FUERA-VENTANA
                   MOVE 'FUERA DE VENTANA' TO WS-EXCEPCION
                   PERFORM 8000-ESCRIBIR-DETALLE
               WHEN OTHER
                   ADD 1 TO WS-CONTADOR-CONCILIADOS
           END-EVALUATE.

       3000-TICKETS-SIN-CAMBIOS.
           PERFORM 3100-REVISAR-TICKET
               VARYING WS-T FROM 1 BY 1
               UNTIL WS-T > WS-TK-NUM.

       3100-REVISAR-TICKET.
      * Solo cuando la ventana se cierra en la fecha conciliada: hasta
      * entonces la tabla aun puede tocarse dentro del ticket.
           IF WS-TK-HASTA(WS-T)(1:8) = WS-FECHA-CONCILIADA
               AND NOT WS-TK-USADO(WS-T)
               ADD 1 TO WS-CONTADOR-TICKETS-SIN-CAMBIO
               MOVE WS-TK-CDTABLA(WS-T) TO WS-LT-CDTABLA
               MOVE WS-TK-TICKET(WS-T) TO WS-LT-TICKET
               MOVE WS-TK-DESDE(WS-T) TO WS-LT-DESDE
               MOVE WS-TK-HASTA(WS-T) TO WS-LT-HASTA
               MOVE SPACES TO MTG004HT-RPT-LINEA
               MOVE WS-LINEA-TICKET TO MTG004HT-RPT-LINEA
               WRITE MTG004HT-RPT-LINEA
           END-IF.

       8000-ESCRIBIR-DETALLE.
           MOVE WS-EXCEPCION TO WS-LD-EXCEPCION
           MOVE MTG004H-CDTABLA TO WS-LD-CDTABLA
           MOVE MTG004H-CDSELEC TO WS-LD-CDSELEC
           MOVE MTG004H-TIPACC TO WS-LD-TIPACC
           MOVE MTG004H-FECHA TO WS-LD-FECHA
           MOVE MTG004H-HORA TO WS-LD-HORA
           MOVE MTG004H-USUARIO TO WS-LD-USUARIO
           MOVE MTG004H-CHECKER TO WS-LD-CHECKER
           MOVE MTG004H-CANAL TO WS-LD-CANAL
           MOVE MTG004H-TICKET TO WS-LD-TICKET

           MOVE SPACES TO MTG004HT-RPT-LINEA
           MOVE WS-LINEA-DETALLE TO MTG004HT-RPT-LINEA
           WRITE MTG004HT-RPT-LINEA.

       9900-FIN.
           IF NOT WS-SIN-MTG004H
               CLOSE MTG004H-FILE
           END-IF

           MOVE SPACES TO MTG004HT-RPT-LINEA
           WRITE MTG004HT-RPT-LINEA
           MOVE SPACES TO MTG004HT-RPT-LINEA
           STRING 'TICKETS LEIDOS: '     DELIMITED BY SIZE
                  WS-CONTADOR-TICKETS    DELIMITED BY SIZE
                  '  MOVIMIENTOS DEL DIA: ' DELIMITED BY SIZE
                  WS-CONTADOR-DIA        DELIMITED BY SIZE
                  '  CONCILIADOS: '      DELIMITED BY SIZE
                  WS-CONTADOR-CONCILIADOS DELIMITED BY SIZE
               INTO MTG004HT-RPT-LINEA
           WRITE MTG004HT-RPT-LINEA

           MOVE SPACES TO MTG004HT-RPT-LINEA
           STRING 'SIN TICKET: '         DELIMITED BY SIZE
                  WS-CONTADOR-SIN-TICKET DELIMITED BY SIZE
                  '  TICKET INEXISTENTE: ' DELIMITED BY SIZE
                  WS-CONTADOR-TICKET-INEXISTENTE DELIMITED BY SIZE
                  '  TABLA FUERA DE TICKET: ' DELIMITED BY SIZE
                  WS-CONTADOR-TABLA-NO-AMPARADA DELIMITED BY SIZE
               INTO MTG004HT-RPT-LINEA
           WRITE MTG004HT-RPT-LINEA

           MOVE SPACES TO MTG004HT-RPT-LINEA
           STRING 'FUERA DE VENTANA: '   DELIMITED BY SIZE
                  WS-CONTADOR-FUERA-VENTANA DELIMITED BY SIZE
                  '  TICKETS SIN CAMBIOS: ' DELIMITED BY SIZE
                  WS-CONTADOR-TICKETS-SIN-CAMBIO DELIMITED BY SIZE
               INTO MTG004HT-RPT-LINEA
           WRITE MTG004HT-RPT-LINEA

           CLOSE MTG004HT-RPT.
