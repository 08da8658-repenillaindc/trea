       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTG004PM.
      *
      * Batch MTG004PM - Comparacion y promocion de MTG004 entre dos
      * entornos. Compara las cabeceras MTG004 y las entradas de
      * seleccion MTG004E de un entorno origen (MTG004ORI/MTG004EORI,
      * por ejemplo pruebas) con las del entorno destino (MTG004/
      * MTG004E, por ejemplo produccion) y deja en MTG004PMRPT un
      * informe de diferencias: cabeceras que solo existen en un
      * lado, campos de cabecera distintos, entradas a dar de alta,
      * de baja o a cambiar, y claves de banco del origen que no
      * existen o estan dadas de baja en el maestro MTB001 destino.
      *
      * La promocion no toca el destino: las diferencias se escriben
      * como movimientos en el formato de MTG004BMOV (alta, cambio o
      * baja de cada entrada, con el ticket de la peticion de cambio)
      * y como cambios de cabecera en MTG004PMCAB con los campos de
      * TC10, de modo que entran por el camino validado de siempre:
      * ejecucion de prueba de MTG004B en modo 'V', ejecucion real con
      * sus controles de perfil, reglas, calendario y congelacion, y
      * rastro en la historia MTG004H. Los cambios de cabecera de fase
      * 'A' se aplican antes que el fichero de movimientos y los de
      * fase 'D' (bajas de tabla) despues.
      *
      * Una entrada cuenta como existente si esta activa (STCLAV 'A').
      * Se genera alta si esta activa solo en origen, baja si esta
      * activa solo en destino y cambio si CLAVBANS o CLAVTABS
      * difieren. FECVIG viaja en el movimiento solo si en origen es
      * futura (el cambio queda diferido a esa fecha); una diferencia
      * unicamente de FECVIG se informa pero no se promueve. DATCLAV
      * es la fecha del ultimo mantenimiento de cada entorno y no se
      * compara. Una entrada o cabecera cuya clave de banco falte en
      * MTB001 destino se informa y no se promueve, y sin la alta de
      * su cabecera tampoco se promueven las altas de sus entradas.
      *
      * El parametro opcional MTG004PMPRM trae un registro por tabla a
      * comparar con el ticket que ampara su promocion; sin parametro,
      * o con una tabla '****', se comparan todas las tablas de ambos
      * entornos con el ticket de ese registro.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MTG004PM-PRM ASSIGN TO "MTG004PMPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-PRM.

           SELECT MTG004O-FILE ASSIGN TO "MTG004ORI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTG004O-CDTABLA
               FILE STATUS IS WS-STAT-MTG004O.

           SELECT MTG004EO-FILE ASSIGN TO "MTG004EORI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTG004EO-CLAVE
               FILE STATUS IS WS-STAT-MTG004EO.

           SELECT MTG004-FILE ASSIGN TO "MTG004"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTG004-CDTABLA
               FILE STATUS IS WS-STAT-MTG004.

           SELECT MTG004E-FILE ASSIGN TO "MTG004E"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTG004E-CLAVE
               FILE STATUS IS WS-STAT-MTG004E.

           SELECT MTB001-FILE ASSIGN TO "MTB001"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MTB001-CLAVBAN
               FILE STATUS IS WS-STAT-MTB001.

           SELECT MTG004B-MOV ASSIGN TO "MTG004BMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-MOV.

           SELECT MTG004PM-CAB ASSIGN TO "MTG004PMCAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-CAB.

           SELECT MTG004PM-RPT ASSIGN TO "MTG004PMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  MTG004PM-PRM.
       01 MTG004PM-PRM-REGISTRO.
         05 MTG004PM-PRM-CDTABLA               PIC  X(4).
         05 MTG004PM-PRM-TICKET                PIC  X(12).

       FD  MTG004O-FILE
           RECORD IS VARYING DEPENDING ON WS-NUM-CDSELEC-FD-ORI.
           COPY TC05_reqres REPLACING LEADING ==MTG004== BY
               ==MTG004O==.

       FD  MTG004EO-FILE.
           COPY MTG004E_reg REPLACING LEADING ==MTG004E== BY
               ==MTG004EO==.

       FD  MTG004-FILE
           RECORD IS VARYING DEPENDING ON WS-NUM-CDSELEC-FD.
           COPY TC05_reqres.

       FD  MTG004E-FILE.
           COPY MTG004E_reg.

       FD  MTB001-FILE.
           COPY MTB001_reg.

       FD  MTG004B-MOV.
           COPY MTG004B_mov.

       FD  MTG004PM-CAB.
           COPY MTG004PM_cab.

       FD  MTG004PM-RPT.
       01 MTG004PM-RPT-LINEA                  PIC  X(100).

       WORKING-STORAGE SECTION.
       01 WS-STAT-PRM                         PIC  X(2).
       01 WS-STAT-MTG004O                     PIC  X(2).
       01 WS-STAT-MTG004EO                    PIC  X(2).
       01 WS-STAT-MTG004                      PIC  X(2).
       01 WS-STAT-MTG004E                     PIC  X(2).
       01 WS-STAT-MTB001                      PIC  X(2).
       01 WS-STAT-MOV                         PIC  X(2).
       01 WS-STAT-CAB                         PIC  X(2).
       01 WS-STAT-RPT                         PIC  X(2).
       01 WS-NUM-CDSELEC-FD-ORI               PIC  9(3).
       01 WS-NUM-CDSELEC-FD                   PIC  9(3).
       01 WS-FIN-PRM-SW                       PIC  X(1) VALUE 'N'.
           88 WS-FIN-PRM                       VALUE 'S'.
       01 WS-TODAS-LAS-TABLAS-SW              PIC  X(1) VALUE 'N'.
           88 WS-TODAS-LAS-TABLAS              VALUE 'S'.
       01 WS-FICHEROS-ABIERTOS-SW             PIC  X(1) VALUE 'N'.
           88 WS-FICHEROS-ABIERTOS             VALUE 'S'.
       01 WS-ERROR-LECTURA-SW                 PIC  X(1) VALUE 'N'.
           88 WS-ERROR-LECTURA                 VALUE 'S'.
       01 WS-FIN-MTG004O-SW                   PIC  X(1) VALUE 'N'.
           88 WS-FIN-MTG004O                   VALUE 'S'.
       01 WS-FIN-MTG004-SW                    PIC  X(1) VALUE 'N'.
           88 WS-FIN-MTG004                    VALUE 'S'.
       01 WS-FIN-MTG004EO-SW                  PIC  X(1) VALUE 'N'.
           88 WS-FIN-MTG004EO                  VALUE 'S'.
       01 WS-FIN-MTG004E-SW                   PIC  X(1) VALUE 'N'.
           88 WS-FIN-MTG004E                   VALUE 'S'.
       01 WS-EN-ORIGEN-SW                     PIC  X(1) VALUE 'N'.
           88 WS-EN-ORIGEN                     VALUE 'S'.
       01 WS-EN-DESTINO-SW                    PIC  X(1) VALUE 'N'.
           88 WS-EN-DESTINO                    VALUE 'S'.
       01 WS-CABECERA-RETENIDA-SW             PIC  X(1) VALUE 'N'.
           88 WS-CABECERA-RETENIDA             VALUE 'S'.
       01 WS-CABECERA-CAMBIADA-SW             PIC  X(1) VALUE 'N'.
           88 WS-CABECERA-CAMBIADA             VALUE 'S'.
       01 WS-VALORES-DISTINTOS-SW             PIC  X(1) VALUE 'N'.
           88 WS-VALORES-DISTINTOS             VALUE 'S'.
       01 WS-BANCO-VALIDO-SW                  PIC  X(1) VALUE 'N'.
           88 WS-BANCO-VALIDO                  VALUE 'S'.
       01 WS-CDTABLA                          PIC  X(4).
       01 WS-TODAS                            PIC  X(4) VALUE '****'.
       01 WS-TICKET-GENERAL                   PIC  X(12) VALUE SPACES.
       01 WS-TICKET-TABLA                     PIC  X(12).
       01 WS-CLAVBAN-BUSCADA                  PIC  X(4).
       01 WS-MOTIVO-BANCO                     PIC  X(30).
       01 WS-ACCION                           PIC  X(30).
       01 WS-FECHA-HORA-ACTUAL                PIC  X(21).
       01 WS-FECHA-PROCESO-AAAAMMDD           PIC  X(8).
       01 WS-FECVIG-AAAAMMDD                  PIC  X(8).
       01 WS-FECVIG-PROMOCION                 PIC  X(8).
       01 WS-T                                PIC S9(4) COMP.
       01 WS-I                                PIC S9(4) COMP.
       01 WS-CONTADOR-TABLAS                  PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-SOLO-ORIGEN             PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-SOLO-DESTINO            PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-CAB-CAMBIADAS           PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-ALTAS                   PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-BAJAS                   PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-CAMBIOS                 PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-SOLO-FECVIG             PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-BANCOS                  PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-RETENIDOS               PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-MOVIMIENTOS             PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-CABECERAS               PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-IGNORADAS               PIC  9(7) VALUE ZERO.

      * Tablas pedidas en el parametro, con el ticket de cada una.
       01 WS-LISTA-TABLAS.
         05 WS-TAB-NUM                        PIC  9(3) VALUE ZERO.
         05 WS-TAB-ENTRADA OCCURS 200 TIMES.
           10 WS-TAB-CDTABLA                  PIC  X(4).
           10 WS-TAB-TICKET                   PIC  X(12).

       01 WS-LINEA-DETALLE.
           05 WS-LD-CDTABLA                   PIC  X(4).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-CDSELEC                   PIC  X(1).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-DIFERENCIA                PIC  X(10).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-ORIGEN                    PIC  X(20).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-DESTINO                   PIC  X(20).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-ACCION                    PIC  X(30).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           IF WS-FICHEROS-ABIERTOS
               IF WS-TODAS-LAS-TABLAS
                   PERFORM 2000-COMPARAR-TODAS
                       UNTIL (WS-FIN-MTG004O AND WS-FIN-MTG004)
                          OR WS-ERROR-LECTURA
               ELSE
                   PERFORM 2500-COMPARAR-TABLA-LISTA
                       VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > WS-TAB-NUM
                          OR WS-ERROR-LECTURA
               END-IF
           END-IF
           PERFORM 9900-FIN
           GOBACK.

       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-FECHA-HORA-ACTUAL
           MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-PROCESO-AAAAMMDD

           PERFORM 1100-LEER-PARAMETRO

           OPEN OUTPUT MTG004PM-RPT
           MOVE SPACES TO MTG004PM-RPT-LINEA
           STRING 'COMPARACION Y PROMOCION MTG004 ORIGEN -> DESTINO - '
                      DELIMITED BY SIZE
                  'FECHA ' DELIMITED BY SIZE
                  WS-FECHA-PROCESO-AAAAMMDD DELIMITED BY SIZE
               INTO MTG004PM-RPT-LINEA
           WRITE MTG004PM-RPT-LINEA

           MOVE SPACES TO MTG004PM-RPT-LINEA
           IF WS-TODAS-LAS-TABLAS
               STRING 'TABLAS: TODAS  TICKET: ' DELIMITED BY SIZE
                      WS-TICKET-GENERAL DELIMITED BY SIZE
                   INTO MTG004PM-RPT-LINEA
           ELSE
               STRING 'TABLAS: LISTA DEL PARAMETRO (' DELIMITED BY SIZE
                      WS-TAB-NUM DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO MTG004PM-RPT-LINEA
           END-IF
           WRITE MTG004PM-RPT-LINEA

           IF WS-CONTADOR-IGNORADAS > ZERO
               MOVE SPACES TO MTG004PM-RPT-LINEA
               STRING 'TABLAS DEL PARAMETRO NO ADMITIDAS (TOPE 200): '
                          DELIMITED BY SIZE
                      WS-CONTADOR-IGNORADAS DELIMITED BY SIZE
                   INTO MTG004PM-RPT-LINEA
               WRITE MTG004PM-RPT-LINEA
           END-IF

           PERFORM 1200-ABRIR-FICHEROS

           IF WS-FICHEROS-ABIERTOS
               MOVE SPACES TO MTG004PM-RPT-LINEA
               STRING 'TABL S DIFERENCIA VALOR ORIGEN         '
                          DELIMITED BY SIZE
                      'VALOR DESTINO        ACCION' DELIMITED BY SIZE
                   INTO MTG004PM-RPT-LINEA
               WRITE MTG004PM-RPT-LINEA

               IF WS-TODAS-LAS-TABLAS
                   PERFORM 2100-LEER-MTG004O-SIGUIENTE
                   PERFORM 2200-LEER-MTG004-SIGUIENTE
               END-IF
           END-IF.

       1100-LEER-PARAMETRO.
      * Un registro por tabla con su ticket. Una tabla '****' pide
      * todas las tablas, igual que sin parametro o con el vacio.
           OPEN INPUT MTG004PM-PRM
           IF WS-STAT-PRM = '00'
               PERFORM 1110-LEER-TABLA-PARAMETRO
                   UNTIL WS-FIN-PRM
               CLOSE MTG004PM-PRM
           END-IF

           IF WS-TAB-NUM = ZERO
               SET WS-TODAS-LAS-TABLAS TO TRUE
           END-IF.

       1110-LEER-TABLA-PARAMETRO.
           READ MTG004PM-PRM
               AT END
                   SET WS-FIN-PRM TO TRUE
           END-READ

           IF NOT WS-FIN-PRM
               IF WS-STAT-PRM NOT = '00'
                   SET WS-FIN-PRM TO TRUE
               ELSE
                   EVALUATE TRUE
                       WHEN MTG004PM-PRM-CDTABLA = WS-TODAS
                           SET WS-TODAS-LAS-TABLAS TO TRUE
                           MOVE MTG004PM-PRM-TICKET
                               TO WS-TICKET-GENERAL
                       WHEN MTG004PM-PRM-CDTABLA = SPACES
                           CONTINUE
                       WHEN WS-TAB-NUM < 200
                           ADD 1 TO WS-TAB-NUM
                           MOVE MTG004PM-PRM-CDTABLA
                               TO WS-TAB-CDTABLA(WS-TAB-NUM)
                           MOVE MTG004PM-PRM-TICKET
                               TO WS-TAB-TICKET(WS-TAB-NUM)
                       WHEN OTHER
                           ADD 1 TO WS-CONTADOR-IGNORADAS
                   END-EVALUATE
               END-IF
           END-IF.

       1200-ABRIR-FICHEROS.
      * Sin alguno de los ficheros de cualquiera de los dos entornos
      * la comparacion daria por nuevas o por borradas tablas enteras
      * y generaria una promocion masiva equivocada: no se compara
      * nada y el proceso termina con aviso.
           OPEN INPUT MTG004O-FILE
           OPEN INPUT MTG004EO-FILE
           OPEN INPUT MTG004-FILE
           OPEN INPUT MTG004E-FILE
           OPEN INPUT MTB001-FILE

           IF WS-STAT-MTG004O = '00'
               AND WS-STAT-MTG004EO = '00'
               AND WS-STAT-MTG004 = '00'
               AND WS-STAT-MTG004E = '00'
               AND WS-STAT-MTB001 = '00'
               SET WS-FICHEROS-ABIERTOS TO TRUE
               OPEN OUTPUT MTG004B-MOV
               OPEN OUTPUT MTG004PM-CAB
           ELSE
               DISPLAY 'MTG004PM: FICHEROS NO DISPONIBLES - ORIGEN '
                   WS-STAT-MTG004O '/' WS-STAT-MTG004EO
                   ' DESTINO ' WS-STAT-MTG004 '/' WS-STAT-MTG004E
                   ' MTB001 ' WS-STAT-MTB001
               MOVE SPACES TO MTG004PM-RPT-LINEA
               STRING 'FICHEROS MTG004/MTG004E/MTB001 NO DISPONIBLES '
                      '- PROCESO NO EJECUTADO' DELIMITED BY SIZE
                   INTO MTG004PM-RPT-LINEA
               WRITE MTG004PM-RPT-LINEA
               IF WS-STAT-MTG004O = '00'
                   CLOSE MTG004O-FILE
               END-IF
               IF WS-STAT-MTG004EO = '00'
                   CLOSE MTG004EO-FILE
               END-IF
               IF WS-STAT-MTG004 = '00'
                   CLOSE MTG004-FILE
               END-IF
               IF WS-STAT-MTG004E = '00'
                   CLOSE MTG004E-FILE
               END-IF
               IF WS-STAT-MTB001 = '00'
                   CLOSE MTB001-FILE
               END-IF
           END-IF.

       2000-COMPARAR-TODAS.
      * Recorrido en paralelo de las cabeceras de ambos entornos por
      * MTG004-CDTABLA: la clave menor existe solo en su lado.
           MOVE WS-TICKET-GENERAL TO WS-TICKET-TABLA
           EVALUATE TRUE
               WHEN WS-FIN-MTG004
                   PERFORM 2010-TABLA-SOLO-ORIGEN
               WHEN WS-FIN-MTG004O
                   PERFORM 2020-TABLA-SOLO-DESTINO
               WHEN MTG004O-CDTABLA < MTG004-CDTABLA
                   PERFORM 2010-TABLA-SOLO-ORIGEN
               WHEN MTG004O-CDTABLA > MTG004-CDTABLA
                   PERFORM 2020-TABLA-SOLO-DESTINO
               WHEN OTHER
                   PERFORM 2030-TABLA-EN-AMBOS
           END-EVALUATE.

       2010-TABLA-SOLO-ORIGEN.
           MOVE MTG004O-CDTABLA TO WS-CDTABLA
           SET WS-EN-ORIGEN TO TRUE
           MOVE 'N' TO WS-EN-DESTINO-SW
           PERFORM 3000-COMPARAR-TABLA
           PERFORM 2100-LEER-MTG004O-SIGUIENTE.

       2020-TABLA-SOLO-DESTINO.
           MOVE MTG004-CDTABLA TO WS-CDTABLA
           MOVE 'N' TO WS-EN-ORIGEN-SW
           SET WS-EN-DESTINO TO TRUE
           PERFORM 3000-COMPARAR-TABLA
           PERFORM 2200-LEER-MTG004-SIGUIENTE.

       2030-TABLA-EN-AMBOS.
           MOVE MTG004-CDTABLA TO WS-CDTABLA
           SET WS-EN-ORIGEN TO TRUE
           SET WS-EN-DESTINO TO TRUE
           PERFORM 3000-COMPARAR-TABLA
           PERFORM 2100-LEER-MTG004O-SIGUIENTE
           PERFORM 2200-LEER-MTG004-SIGUIENTE.

       2100-LEER-MTG004O-SIGUIENTE.
           READ MTG004O-FILE NEXT RECORD
               AT END
                   SET WS-FIN-MTG004O TO TRUE
           END-READ
           IF NOT WS-FIN-MTG004O
               IF WS-STAT-MTG004O NOT = '00'
                   DISPLAY 'MTG004PM: ERROR DE LECTURA EN MTG004ORI '
                       'FILE STATUS ' WS-STAT-MTG004O
                   SET WS-FIN-MTG004O TO TRUE
                   SET WS-ERROR-LECTURA TO TRUE
               END-IF
           END-IF.

       2200-LEER-MTG004-SIGUIENTE.
           READ MTG004-FILE NEXT RECORD
               AT END
                   SET WS-FIN-MTG004 TO TRUE
           END-READ
           IF NOT WS-FIN-MTG004
               IF WS-STAT-MTG004 NOT = '00'
                   DISPLAY 'MTG004PM: ERROR DE LECTURA EN MTG004 '
                       'FILE STATUS ' WS-STAT-MTG004
                   SET WS-FIN-MTG004 TO TRUE
                   SET WS-ERROR-LECTURA TO TRUE
               END-IF
           END-IF.

       2500-COMPARAR-TABLA-LISTA.
           MOVE WS-TAB-CDTABLA(WS-T) TO WS-CDTABLA
           MOVE WS-TAB-TICKET(WS-T) TO WS-TICKET-TABLA
           MOVE 'N' TO WS-EN-ORIGEN-SW
           MOVE 'N' TO WS-EN-DESTINO-SW

           MOVE WS-CDTABLA TO MTG004O-CDTABLA
           READ MTG004O-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-STAT-MTG004O
               WHEN '00'
                   SET WS-EN-ORIGEN TO TRUE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'MTG004PM: ERROR DE LECTURA EN MTG004ORI '
                       WS-CDTABLA ' FILE STATUS ' WS-STAT-MTG004O
                   SET WS-ERROR-LECTURA TO TRUE
           END-EVALUATE

           MOVE WS-CDTABLA TO MTG004-CDTABLA
           READ MTG004-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-STAT-MTG004
               WHEN '00'
                   SET WS-EN-DESTINO TO TRUE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'MTG004PM: ERROR DE LECTURA EN MTG004 '
                       WS-CDTABLA ' FILE STATUS ' WS-STAT-MTG004
                   SET WS-ERROR-LECTURA TO TRUE
           END-EVALUATE

           IF NOT WS-ERROR-LECTURA
               IF WS-EN-ORIGEN OR WS-EN-DESTINO
                   PERFORM 3000-COMPARAR-TABLA
               ELSE
                   MOVE SPACES TO WS-LD-CDSELEC
                                  WS-LD-ORIGEN
                                  WS-LD-DESTINO
                   MOVE 'SIN TABLA' TO WS-LD-DIFERENCIA
                   MOVE 'NO EXISTE EN NINGUN ENTORNO' TO WS-LD-ACCION
                   PERFORM 8000-ESCRIBIR-DETALLE
               END-IF
           END-IF.

       3000-COMPARAR-TABLA.
           ADD 1 TO WS-CONTADOR-TABLAS
           MOVE 'N' TO WS-CABECERA-RETENIDA-SW

           EVALUATE TRUE
               WHEN WS-EN-ORIGEN AND WS-EN-DESTINO
                   PERFORM 3100-COMPARAR-CABECERA
               WHEN WS-EN-ORIGEN
                   PERFORM 3200-CABECERA-SOLO-ORIGEN
               WHEN OTHER
                   PERFORM 3300-CABECERA-SOLO-DESTINO
           END-EVALUATE

           PERFORM 4000-COMPARAR-ENTRADAS

      * La baja de la tabla va despues de las bajas de sus entradas:
      * TC10 no admite la baja con entradas activas.
           IF WS-EN-DESTINO AND NOT WS-EN-ORIGEN
               AND NOT WS-ERROR-LECTURA
               MOVE SPACES TO MTG004PM-CABECERA
               MOVE 'D' TO MTG004PM-CAB-FASE
               MOVE 'B' TO MTG004PM-CAB-FUNCION
               MOVE WS-CDTABLA TO MTG004PM-CAB-CDTABLA
               PERFORM 6100-ESCRIBIR-CABECERA
           END-IF.

       3100-COMPARAR-CABECERA.
      * Solo se informan en el cambio los campos que difieren; en TC10
      * un campo en blanco conserva el valor de destino, por lo que un
      * campo vaciado en origen no puede promoverse y solo se informa.
           MOVE 'N' TO WS-CABECERA-CAMBIADA-SW
           MOVE SPACES TO MTG004PM-CABECERA
           MOVE SPACE TO WS-LD-CDSELEC

           IF MTG004O-NBTABLA NOT = MTG004-NBTABLA
               MOVE 'NBTABLA' TO WS-LD-DIFERENCIA
               MOVE MTG004O-NBTABLA TO WS-LD-ORIGEN
               MOVE MTG004-NBTABLA TO WS-LD-DESTINO
               IF MTG004O-NBTABLA = SPACES
                   MOVE 'BLANCO EN ORIGEN, NO PROMOVIDO'
                       TO WS-LD-ACCION
               ELSE
                   SET WS-CABECERA-CAMBIADA TO TRUE
                   MOVE MTG004O-NBTABLA TO MTG004PM-CAB-NBTABLA
                   MOVE 'CAMBIO DE CABECERA GENERADO' TO WS-LD-ACCION
               END-IF
               PERFORM 8000-ESCRIBIR-DETALLE
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 2
               IF MTG004O-TCCIDIOM-NBT(WS-I) NOT = SPACE
                   PERFORM 3110-COMPARAR-NOMBRE-IDIOMA
               END-IF
           END-PERFORM

           IF MTG004O-CLAVBAN NOT = MTG004-CLAVBAN
               MOVE 'CLAVBAN' TO WS-LD-DIFERENCIA
               MOVE MTG004O-CLAVBAN TO WS-LD-ORIGEN
               MOVE MTG004-CLAVBAN TO WS-LD-DESTINO
               IF MTG004O-CLAVBAN = SPACES
                   MOVE 'BLANCO EN ORIGEN, NO PROMOVIDO'
                       TO WS-LD-ACCION
                   PERFORM 8000-ESCRIBIR-DETALLE
               ELSE
                   MOVE MTG004O-CLAVBAN TO WS-CLAVBAN-BUSCADA
                   PERFORM 5000-VERIFICAR-BANCO
                   IF WS-BANCO-VALIDO
                       SET WS-CABECERA-CAMBIADA TO TRUE
                       MOVE MTG004O-CLAVBAN TO MTG004PM-CAB-CLAVBAN
                       MOVE 'CAMBIO DE CABECERA GENERADO'
                           TO WS-LD-ACCION
                   ELSE
                       ADD 1 TO WS-CONTADOR-RETENIDOS
                       MOVE 'BANCO SIN ALTA, NO PROMOVIDO'
                           TO WS-LD-ACCION
                   END-IF
                   PERFORM 8000-ESCRIBIR-DETALLE
                   IF NOT WS-BANCO-VALIDO
                       PERFORM 5100-ESCRIBIR-LINEA-BANCO
                   END-IF
               END-IF
           END-IF

           IF MTG004O-CLAVTG NOT = MTG004-CLAVTG
               MOVE 'CLAVTG' TO WS-LD-DIFERENCIA
               MOVE MTG004O-CLAVTG TO WS-LD-ORIGEN
               MOVE MTG004-CLAVTG TO WS-LD-DESTINO
               IF MTG004O-CLAVTG = SPACES
                   MOVE 'BLANCO EN ORIGEN, NO PROMOVIDO'
                       TO WS-LD-ACCION
               ELSE
                   SET WS-CABECERA-CAMBIADA TO TRUE
                   MOVE MTG004O-CLAVTG TO MTG004PM-CAB-CLAVTG
                   MOVE 'CAMBIO DE CABECERA GENERADO' TO WS-LD-ACCION
               END-IF
               PERFORM 8000-ESCRIBIR-DETALLE
           END-IF

           IF MTG004O-TCCIDIOM NOT = MTG004-TCCIDIOM
               MOVE 'TCCIDIOM' TO WS-LD-DIFERENCIA
               MOVE MTG004O-TCCIDIOM TO WS-LD-ORIGEN
               MOVE MTG004-TCCIDIOM TO WS-LD-DESTINO
               IF MTG004O-TCCIDIOM = SPACE
                   MOVE 'BLANCO EN ORIGEN, NO PROMOVIDO'
                       TO WS-LD-ACCION
               ELSE
                   SET WS-CABECERA-CAMBIADA TO TRUE
                   MOVE MTG004O-TCCIDIOM TO MTG004PM-CAB-TCCIDIOM
                   MOVE 'CAMBIO DE CABECERA GENERADO' TO WS-LD-ACCION
               END-IF
               PERFORM 8000-ESCRIBIR-DETALLE
           END-IF

           IF WS-CABECERA-CAMBIADA
               ADD 1 TO WS-CONTADOR-CAB-CAMBIADAS
               MOVE 'A' TO MTG004PM-CAB-FASE
               MOVE 'C' TO MTG004PM-CAB-FUNCION
               MOVE WS-CDTABLA TO MTG004PM-CAB-CDTABLA
               PERFORM 6100-ESCRIBIR-CABECERA
           END-IF.

       3110-COMPARAR-NOMBRE-IDIOMA.
      * TC10 cambia el nombre de un idioma buscando su codigo entre los
      * de la cabecera de destino; un idioma que destino no tenga no
      * se puede anadir con un cambio y solo se informa.
           MOVE 'NBTABLA-' TO WS-LD-DIFERENCIA
           MOVE MTG004O-TCCIDIOM-NBT(WS-I) TO WS-LD-DIFERENCIA(9:1)
           SET MTG004-NBTABLA-IDIOMA-INDEX TO 1
           SEARCH MTG004-NBTABLA-IDIOMA
               AT END
                   MOVE MTG004O-NBTABLA-NBT(WS-I) TO WS-LD-ORIGEN
                   MOVE SPACES TO WS-LD-DESTINO
                   MOVE 'IDIOMA SIN ALTA EN DESTINO' TO WS-LD-ACCION
                   PERFORM 8000-ESCRIBIR-DETALLE
               WHEN MTG004-TCCIDIOM-NBT(MTG004-NBTABLA-IDIOMA-INDEX)
                       = MTG004O-TCCIDIOM-NBT(WS-I)
                   IF MTG004-NBTABLA-NBT(MTG004-NBTABLA-IDIOMA-INDEX)
                           NOT = MTG004O-NBTABLA-NBT(WS-I)
                       MOVE MTG004O-NBTABLA-NBT(WS-I) TO WS-LD-ORIGEN
                       MOVE MTG004-NBTABLA-NBT
                               (MTG004-NBTABLA-IDIOMA-INDEX)
                           TO WS-LD-DESTINO
                       IF MTG004O-NBTABLA-NBT(WS-I) = SPACES
                           MOVE 'BLANCO EN ORIGEN, NO PROMOVIDO'
                               TO WS-LD-ACCION
                       ELSE
                           SET WS-CABECERA-CAMBIADA TO TRUE
                           MOVE MTG004O-TCCIDIOM-NBT(WS-I)
                               TO MTG004PM-CAB-TCCIDIOM-NBT(WS-I)
                           MOVE MTG004O-NBTABLA-NBT(WS-I)
                               TO MTG004PM-CAB-NBTABLA-NBT(WS-I)
                           MOVE 'CAMBIO DE CABECERA GENERADO'
                               TO WS-LD-ACCION
                       END-IF
                       PERFORM 8000-ESCRIBIR-DETALLE
                   END-IF
           END-SEARCH.

       3200-CABECERA-SOLO-ORIGEN.
           ADD 1 TO WS-CONTADOR-SOLO-ORIGEN
           MOVE SPACE TO WS-LD-CDSELEC
           MOVE 'SOLO ORIG' TO WS-LD-DIFERENCIA
           MOVE MTG004O-NBTABLA TO WS-LD-ORIGEN
           MOVE SPACES TO WS-LD-DESTINO

           MOVE MTG004O-CLAVBAN TO WS-CLAVBAN-BUSCADA
           PERFORM 5000-VERIFICAR-BANCO

           IF WS-BANCO-VALIDO
               MOVE SPACES TO MTG004PM-CABECERA
               MOVE 'A' TO MTG004PM-CAB-FASE
               MOVE 'A' TO MTG004PM-CAB-FUNCION
               MOVE WS-CDTABLA TO MTG004PM-CAB-CDTABLA
               MOVE MTG004O-NBTABLA TO MTG004PM-CAB-NBTABLA
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 2
                   MOVE MTG004O-TCCIDIOM-NBT(WS-I)
                       TO MTG004PM-CAB-TCCIDIOM-NBT(WS-I)
                   MOVE MTG004O-NBTABLA-NBT(WS-I)
                       TO MTG004PM-CAB-NBTABLA-NBT(WS-I)
               END-PERFORM
               MOVE MTG004O-CLAVBAN TO MTG004PM-CAB-CLAVBAN
               MOVE MTG004O-CLAVTG TO MTG004PM-CAB-CLAVTG
               MOVE MTG004O-TCCIDIOM TO MTG004PM-CAB-TCCIDIOM
               MOVE 'ALTA DE CABECERA GENERADA' TO WS-LD-ACCION
               PERFORM 8000-ESCRIBIR-DETALLE
               PERFORM 6100-ESCRIBIR-CABECERA
           ELSE
               SET WS-CABECERA-RETENIDA TO TRUE
               ADD 1 TO WS-CONTADOR-RETENIDOS
               MOVE 'BANCO SIN ALTA, NO PROMOVIDA' TO WS-LD-ACCION
               PERFORM 8000-ESCRIBIR-DETALLE
               PERFORM 5100-ESCRIBIR-LINEA-BANCO
           END-IF.

       3300-CABECERA-SOLO-DESTINO.
           ADD 1 TO WS-CONTADOR-SOLO-DESTINO
           MOVE SPACE TO WS-LD-CDSELEC
           MOVE 'SOLO DEST' TO WS-LD-DIFERENCIA
           MOVE SPACES TO WS-LD-ORIGEN
           MOVE MTG004-NBTABLA TO WS-LD-DESTINO
           MOVE 'BAJA DE CABECERA GENERADA' TO WS-LD-ACCION
           PERFORM 8000-ESCRIBIR-DETALLE.

       4000-COMPARAR-ENTRADAS.
      * Recorrido en paralelo de las entradas de la tabla en ambos
      * entornos por MTG004E-CDSELEC, igual que el de las cabeceras.
           MOVE 'N' TO WS-FIN-MTG004EO-SW
           MOVE LOW-VALUES TO MTG004EO-CLAVE
           MOVE WS-CDTABLA TO MTG004EO-CDTABLA
           START MTG004EO-FILE
               KEY IS NOT LESS THAN MTG004EO-CLAVE
               INVALID KEY
                   SET WS-FIN-MTG004EO TO TRUE
           END-START
           IF NOT WS-FIN-MTG004EO
               PERFORM 4100-LEER-MTG004EO-SIGUIENTE
           END-IF

           MOVE 'N' TO WS-FIN-MTG004E-SW
           MOVE LOW-VALUES TO MTG004E-CLAVE
           MOVE WS-CDTABLA TO MTG004E-CDTABLA
           START MTG004E-FILE
               KEY IS NOT LESS THAN MTG004E-CLAVE
               INVALID KEY
                   SET WS-FIN-MTG004E TO TRUE
           END-START
           IF NOT WS-FIN-MTG004E
               PERFORM 4200-LEER-MTG004E-SIGUIENTE
           END-IF

           PERFORM 4300-COMPARAR-ENTRADA
               UNTIL (WS-FIN-MTG004EO AND WS-FIN-MTG004E)
                  OR WS-ERROR-LECTURA.

       4100-LEER-MTG004EO-SIGUIENTE.
           READ MTG004EO-FILE NEXT RECORD
               AT END
                   SET WS-FIN-MTG004EO TO TRUE
           END-READ
           IF NOT WS-FIN-MTG004EO
               IF WS-STAT-MTG004EO NOT = '00'
                   DISPLAY 'MTG004PM: ERROR DE LECTURA EN MTG004EORI '
                       'FILE STATUS ' WS-STAT-MTG004EO
                   SET WS-FIN-MTG004EO TO TRUE
                   SET WS-ERROR-LECTURA TO TRUE
               ELSE
                   IF MTG004EO-CDTABLA NOT = WS-CDTABLA
                       SET WS-FIN-MTG004EO TO TRUE
                   END-IF
               END-IF
           END-IF.

       4200-LEER-MTG004E-SIGUIENTE.
           READ MTG004E-FILE NEXT RECORD
               AT END
                   SET WS-FIN-MTG004E TO TRUE
           END-READ
           IF NOT WS-FIN-MTG004E
               IF WS-STAT-MTG004E NOT = '00'
                   DISPLAY 'MTG004PM: ERROR DE LECTURA EN MTG004E '
                       'FILE STATUS ' WS-STAT-MTG004E
                   SET WS-FIN-MTG004E TO TRUE
                   SET WS-ERROR-LECTURA TO TRUE
               ELSE
                   IF MTG004E-CDTABLA NOT = WS-CDTABLA
                       SET WS-FIN-MTG004E TO TRUE
                   END-IF
               END-IF
           END-IF.

       4300-COMPARAR-ENTRADA.
           EVALUATE TRUE
               WHEN WS-FIN-MTG004E
                   PERFORM 4400-ENTRADA-SOLO-ORIGEN
                   PERFORM 4100-LEER-MTG004EO-SIGUIENTE
               WHEN WS-FIN-MTG004EO
                   PERFORM 4500-ENTRADA-SOLO-DESTINO
                   PERFORM 4200-LEER-MTG004E-SIGUIENTE
               WHEN MTG004EO-CDSELEC < MTG004E-CDSELEC
                   PERFORM 4400-ENTRADA-SOLO-ORIGEN
                   PERFORM 4100-LEER-MTG004EO-SIGUIENTE
               WHEN MTG004EO-CDSELEC > MTG004E-CDSELEC
                   PERFORM 4500-ENTRADA-SOLO-DESTINO
                   PERFORM 4200-LEER-MTG004E-SIGUIENTE
               WHEN OTHER
                   PERFORM 4600-COMPARAR-VALORES
                   PERFORM 4100-LEER-MTG004EO-SIGUIENTE
                   PERFORM 4200-LEER-MTG004E-SIGUIENTE
           END-EVALUATE.

       4400-ENTRADA-SOLO-ORIGEN.
           IF MTG004EO-STCLAV = 'A'
               MOVE SPACES TO WS-LD-DESTINO
               PERFORM 4700-GENERAR-ALTA
           END-IF.

       4500-ENTRADA-SOLO-DESTINO.
           IF MTG004E-STCLAV = 'A'
               PERFORM 4800-GENERAR-BAJA
           END-IF.

       4600-COMPARAR-VALORES.
      * La entrada inactiva en un lado cuenta como inexistente: una
      * alta sobre una entrada inactiva de destino reutiliza su
      * registro en MTG004B, igual que en TC06.
           EVALUATE TRUE
               WHEN MTG004EO-STCLAV = 'A' AND MTG004E-STCLAV = 'A'
                   PERFORM 4900-GENERAR-CAMBIO
               WHEN MTG004EO-STCLAV = 'A'
                   MOVE 'INACTIVA' TO WS-LD-DESTINO
                   PERFORM 4700-GENERAR-ALTA
               WHEN MTG004E-STCLAV = 'A'
                   PERFORM 4800-GENERAR-BAJA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4700-GENERAR-ALTA.
           ADD 1 TO WS-CONTADOR-ALTAS
           MOVE MTG004EO-CDSELEC TO WS-LD-CDSELEC
           MOVE 'ALTA' TO WS-LD-DIFERENCIA
           MOVE MTG004EO-CLAVTABS TO WS-LD-ORIGEN
           MOVE 'S' TO WS-BANCO-VALIDO-SW

           IF WS-CABECERA-RETENIDA
               ADD 1 TO WS-CONTADOR-RETENIDOS
               MOVE 'CABECERA RETENIDA, NO PROMOV.' TO WS-LD-ACCION
           ELSE
               MOVE MTG004EO-CLAVBANS TO WS-CLAVBAN-BUSCADA
               PERFORM 5000-VERIFICAR-BANCO
               IF WS-BANCO-VALIDO
                   MOVE SPACES TO MTG004B-MOVIMIENTO
                   MOVE 'A' TO MTG004B-FUNCION
                   MOVE WS-CDTABLA TO MTG004B-CDTABLA
                   MOVE MTG004EO-CDSELEC TO MTG004B-CDSELEC
                   MOVE MTG004EO-CLAVBANS TO MTG004B-CLAVBANS
                   MOVE MTG004EO-CLAVTABS TO MTG004B-CLAVTABS
                   PERFORM 4950-FECVIG-PROMOCION
                   MOVE WS-FECVIG-PROMOCION TO MTG004B-FECVIG
                   PERFORM 6000-ESCRIBIR-MOVIMIENTO
                   MOVE 'MOVIMIENTO A GENERADO' TO WS-LD-ACCION
               ELSE
                   ADD 1 TO WS-CONTADOR-RETENIDOS
                   MOVE 'BANCO SIN ALTA, NO PROMOVIDA'
                       TO WS-LD-ACCION
               END-IF
           END-IF

           PERFORM 8000-ESCRIBIR-DETALLE
           IF NOT WS-BANCO-VALIDO
               PERFORM 5100-ESCRIBIR-LINEA-BANCO
           END-IF.

       4800-GENERAR-BAJA.
           ADD 1 TO WS-CONTADOR-BAJAS
           MOVE MTG004E-CDSELEC TO WS-LD-CDSELEC
           MOVE 'BAJA' TO WS-LD-DIFERENCIA
           MOVE SPACES TO WS-LD-ORIGEN
           MOVE MTG004E-CLAVTABS TO WS-LD-DESTINO

           MOVE SPACES TO MTG004B-MOVIMIENTO
           MOVE 'B' TO MTG004B-FUNCION
           MOVE WS-CDTABLA TO MTG004B-CDTABLA
           MOVE MTG004E-CDSELEC TO MTG004B-CDSELEC
           PERFORM 6000-ESCRIBIR-MOVIMIENTO
           MOVE 'MOVIMIENTO B GENERADO' TO WS-LD-ACCION
           PERFORM 8000-ESCRIBIR-DETALLE.

       4900-GENERAR-CAMBIO.
           MOVE 'N' TO WS-VALORES-DISTINTOS-SW
           MOVE 'S' TO WS-BANCO-VALIDO-SW
           MOVE MTG004EO-CDSELEC TO WS-LD-CDSELEC

           IF MTG004EO-CLAVBANS NOT = MTG004E-CLAVBANS
               OR MTG004EO-CLAVTABS NOT = MTG004E-CLAVTABS
               SET WS-VALORES-DISTINTOS TO TRUE
               ADD 1 TO WS-CONTADOR-CAMBIOS
           END-IF

           PERFORM 4950-FECVIG-PROMOCION

           IF WS-VALORES-DISTINTOS
               IF MTG004EO-CLAVBANS NOT = MTG004E-CLAVBANS
                   MOVE MTG004EO-CLAVBANS TO WS-CLAVBAN-BUSCADA
                   PERFORM 5000-VERIFICAR-BANCO
               END-IF
               IF WS-BANCO-VALIDO
                   MOVE SPACES TO MTG004B-MOVIMIENTO
                   MOVE 'C' TO MTG004B-FUNCION
                   MOVE WS-CDTABLA TO MTG004B-CDTABLA
                   MOVE MTG004EO-CDSELEC TO MTG004B-CDSELEC
                   MOVE MTG004EO-CLAVBANS TO MTG004B-CLAVBANS
                   MOVE MTG004EO-CLAVTABS TO MTG004B-CLAVTABS
                   MOVE WS-FECVIG-PROMOCION TO MTG004B-FECVIG
                   PERFORM 6000-ESCRIBIR-MOVIMIENTO
                   MOVE 'MOVIMIENTO C GENERADO' TO WS-ACCION
               ELSE
                   ADD 1 TO WS-CONTADOR-RETENIDOS
                   MOVE 'BANCO SIN ALTA, NO PROMOVIDO' TO WS-ACCION
               END-IF
           END-IF

           IF MTG004EO-CLAVBANS NOT = MTG004E-CLAVBANS
               MOVE 'CLAVBANS' TO WS-LD-DIFERENCIA
               MOVE MTG004EO-CLAVBANS TO WS-LD-ORIGEN
               MOVE MTG004E-CLAVBANS TO WS-LD-DESTINO
               MOVE WS-ACCION TO WS-LD-ACCION
               PERFORM 8000-ESCRIBIR-DETALLE
               IF NOT WS-BANCO-VALIDO
                   PERFORM 5100-ESCRIBIR-LINEA-BANCO
               END-IF
           END-IF

           IF MTG004EO-CLAVTABS NOT = MTG004E-CLAVTABS
               MOVE 'CLAVTABS' TO WS-LD-DIFERENCIA
               MOVE MTG004EO-CLAVTABS TO WS-LD-ORIGEN
               MOVE MTG004E-CLAVTABS TO WS-LD-DESTINO
               MOVE WS-ACCION TO WS-LD-ACCION
               PERFORM 8000-ESCRIBIR-DETALLE
           END-IF

           IF MTG004EO-FECVIG NOT = MTG004E-FECVIG
               MOVE 'FECVIG' TO WS-LD-DIFERENCIA
               MOVE MTG004EO-FECVIG TO WS-LD-ORIGEN
               MOVE MTG004E-FECVIG TO WS-LD-DESTINO
               EVALUATE TRUE
                   WHEN NOT WS-VALORES-DISTINTOS
                       ADD 1 TO WS-CONTADOR-SOLO-FECVIG
                       MOVE 'SOLO VIGENCIA, NO PROMOVIDA'
                           TO WS-LD-ACCION
                   WHEN WS-BANCO-VALIDO
                       AND WS-FECVIG-PROMOCION NOT = SPACES
                       MOVE 'CAMBIO C DIFERIDO A FECVIG'
                           TO WS-LD-ACCION
                   WHEN OTHER
                       MOVE 'INFORMATIVA' TO WS-LD-ACCION
               END-EVALUATE
               PERFORM 8000-ESCRIBIR-DETALLE
           END-IF.

       4950-FECVIG-PROMOCION.
      * FECVIG viaja en mmddaaaa; solo se promueve si en origen es
      * posterior a la fecha de proceso. Pasada o en blanco, el
      * movimiento lleva FECVIG en blanco (fecha de proceso en MTG004B).
           MOVE SPACES TO WS-FECVIG-PROMOCION
           IF MTG004EO-FECVIG NUMERIC
               STRING MTG004EO-FECVIG(5:4) DELIMITED BY SIZE
                      MTG004EO-FECVIG(1:2) DELIMITED BY SIZE
                      MTG004EO-FECVIG(3:2) DELIMITED BY SIZE
                   INTO WS-FECVIG-AAAAMMDD
               IF WS-FECVIG-AAAAMMDD > WS-FECHA-PROCESO-AAAAMMDD
                   MOVE MTG004EO-FECVIG TO WS-FECVIG-PROMOCION
               END-IF
           END-IF.

       5000-VERIFICAR-BANCO.
      * Mismo criterio que TC10 y MTG004C: la clave de banco debe
      * existir en MTB001 de destino y estar activa.
           MOVE 'N' TO WS-BANCO-VALIDO-SW
           MOVE WS-CLAVBAN-BUSCADA TO MTB001-CLAVBAN
           READ MTB001-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE WS-STAT-MTB001
               WHEN '00'
                   IF MTB001-STBANCO = 'A'
                       SET WS-BANCO-VALIDO TO TRUE
                   ELSE
                       MOVE 'DADO DE BAJA EN MTB001 DESTINO'
                           TO WS-MOTIVO-BANCO
                   END-IF
               WHEN '23'
                   MOVE 'NO EXISTE EN MTB001 DESTINO'
                       TO WS-MOTIVO-BANCO
               WHEN OTHER
                   MOVE 'ERROR LEYENDO MTB001 DESTINO'
                       TO WS-MOTIVO-BANCO
           END-EVALUATE

           IF NOT WS-BANCO-VALIDO
               ADD 1 TO WS-CONTADOR-BANCOS
           END-IF.

       5100-ESCRIBIR-LINEA-BANCO.
           MOVE 'BANCO' TO WS-LD-DIFERENCIA
           MOVE WS-CLAVBAN-BUSCADA TO WS-LD-ORIGEN
           MOVE SPACES TO WS-LD-DESTINO
           MOVE WS-MOTIVO-BANCO TO WS-LD-ACCION
           PERFORM 8000-ESCRIBIR-DETALLE.

       6000-ESCRIBIR-MOVIMIENTO.
           MOVE WS-TICKET-TABLA TO MTG004B-TICKET
           WRITE MTG004B-MOVIMIENTO
           IF WS-STAT-MOV NOT = '00'
               DISPLAY 'MTG004PM: ERROR GRABANDO MTG004BMOV '
                   'FILE STATUS ' WS-STAT-MOV
           ELSE
               ADD 1 TO WS-CONTADOR-MOVIMIENTOS
           END-IF.

       6100-ESCRIBIR-CABECERA.
           MOVE WS-TICKET-TABLA TO MTG004PM-CAB-TICKET
           WRITE MTG004PM-CABECERA
           IF WS-STAT-CAB NOT = '00'
               DISPLAY 'MTG004PM: ERROR GRABANDO MTG004PMCAB '
                   'FILE STATUS ' WS-STAT-CAB
           ELSE
               ADD 1 TO WS-CONTADOR-CABECERAS
           END-IF.

       8000-ESCRIBIR-DETALLE.
           MOVE WS-CDTABLA TO WS-LD-CDTABLA
           MOVE SPACES TO MTG004PM-RPT-LINEA
           MOVE WS-LINEA-DETALLE TO MTG004PM-RPT-LINEA
           WRITE MTG004PM-RPT-LINEA.

       9900-FIN.
      * Tras un error de lectura la comparacion queda a medias y lo
      * que falta se habria tomado por altas o bajas: los ficheros de
      * movimientos y cabeceras se dejan vacios para que MTG004B no
      * recoja una promocion parcial.
           IF WS-FICHEROS-ABIERTOS AND WS-ERROR-LECTURA
               CLOSE MTG004B-MOV
               CLOSE MTG004PM-CAB
               OPEN OUTPUT MTG004B-MOV
               OPEN OUTPUT MTG004PM-CAB
               MOVE SPACES TO MTG004PM-RPT-LINEA
               MOVE 'PROCESO INTERRUMPIDO - MOVIMIENTOS NO VALIDOS'
                   TO MTG004PM-RPT-LINEA
               WRITE MTG004PM-RPT-LINEA
           END-IF

           IF WS-FICHEROS-ABIERTOS AND NOT WS-ERROR-LECTURA
               MOVE SPACES TO MTG004PM-RPT-LINEA
               STRING 'TABLAS COMPARADAS: ' DELIMITED BY SIZE
                      WS-CONTADOR-TABLAS DELIMITED BY SIZE
                      '  SOLO ORIGEN: ' DELIMITED BY SIZE
                      WS-CONTADOR-SOLO-ORIGEN DELIMITED BY SIZE
                      '  SOLO DESTINO: ' DELIMITED BY SIZE
                      WS-CONTADOR-SOLO-DESTINO DELIMITED BY SIZE
                      '  CAMBIADAS: ' DELIMITED BY SIZE
                      WS-CONTADOR-CAB-CAMBIADAS DELIMITED BY SIZE
                   INTO MTG004PM-RPT-LINEA
               WRITE MTG004PM-RPT-LINEA

               MOVE SPACES TO MTG004PM-RPT-LINEA
               STRING 'ENTRADAS ALTA: ' DELIMITED BY SIZE
                      WS-CONTADOR-ALTAS DELIMITED BY SIZE
                      '  BAJA: ' DELIMITED BY SIZE
                      WS-CONTADOR-BAJAS DELIMITED BY SIZE
                      '  CAMBIO: ' DELIMITED BY SIZE
                      WS-CONTADOR-CAMBIOS DELIMITED BY SIZE
                      '  SOLO VIGENCIA: ' DELIMITED BY SIZE
                      WS-CONTADOR-SOLO-FECVIG DELIMITED BY SIZE
                   INTO MTG004PM-RPT-LINEA
               WRITE MTG004PM-RPT-LINEA

               MOVE SPACES TO MTG004PM-RPT-LINEA
               STRING 'BANCOS AUSENTES: ' DELIMITED BY SIZE
                      WS-CONTADOR-BANCOS DELIMITED BY SIZE
                      '  NO PROMOVIDOS: ' DELIMITED BY SIZE
                      WS-CONTADOR-RETENIDOS DELIMITED BY SIZE
                      '  MOVIMIENTOS: ' DELIMITED BY SIZE
                      WS-CONTADOR-MOVIMIENTOS DELIMITED BY SIZE
                      '  CABECERAS: ' DELIMITED BY SIZE
                      WS-CONTADOR-CABECERAS DELIMITED BY SIZE
                   INTO MTG004PM-RPT-LINEA
               WRITE MTG004PM-RPT-LINEA
           END-IF

           IF WS-FICHEROS-ABIERTOS
               CLOSE MTG004O-FILE
               CLOSE MTG004EO-FILE
               CLOSE MTG004-FILE
               CLOSE MTG004E-FILE
               CLOSE MTB001-FILE
               CLOSE MTG004B-MOV
               CLOSE MTG004PM-CAB
           END-IF

           CLOSE MTG004PM-RPT.
