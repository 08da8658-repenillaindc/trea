       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTG004RC.
      *
      * Batch MTG004RC - Conciliacion de los acuses de carga de los
      * extractos MTG004XOUT y MTG004YOUT. Cruza los envios anotados
      * por MTG004X y MTG004Y en MTG004EXL con los acuses que devuelve
      * cada sistema consumidor (MTG004ACK, trazado MTG004AK_reg) y
      * con el fichero de consumidores MTG004CN, que dice que extracto
      * recibe cada uno y en que plazo debe acusarlo. Para cada
      * consumidor y envio de los ultimos N dias habiles del
      * calendario general 'GRAL' imprime una linea en MTG004RCRPT:
      *   CORRECTO          acuse con las lineas y la suma de control
      *                     de la cola, dentro de plazo y en orden;
      *   PENDIENTE         sin acuse, pero aun dentro de plazo;
      *   SIN ACUSE         sin acuse y con el plazo vencido;
      *   INCOMPLETO        cargo menos lineas de las enviadas;
      *   DESCUADRE         mas lineas o distinta suma de control;
      *   TARDIO            acuse con carga posterior al plazo;
      *   FUERA DE SECUENCIA cargo el envio sin haber cargado antes el
      *                     anterior del mismo extracto.
      * Un envio puede dar varias lineas si tiene varias incidencias.
      * Tambien se listan los acuses de secuencias que no se han
      * enviado y los de consumidores que no figuran en MTG004CN.
      *
      * El resultado queda en el fichero comun MTG004RUN para el
      * resumen diario MTG004S: fin 'N' sin incidencias, 'D' con
      * incidencias (contadas en MTG004RUN-ESCRITOS) y 'A' si no se
      * pudo conciliar.
      *
      * El parametro opcional MTG004RCPRM admite el numero de dias
      * habiles que se revisan (2 posiciones, por defecto 5).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MTG004RC-PRM ASSIGN TO "MTG004RCPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-PRM.

           SELECT MTG004CN-FILE ASSIGN TO "MTG004CN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-MTG004CN.

           SELECT MTG004EN-FILE ASSIGN TO "MTG004EXL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-MTG004EN.

           SELECT MTG004AK-FILE ASSIGN TO "MTG004ACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-MTG004AK.

           SELECT MTG004L-FILE ASSIGN TO "MTG004L"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTG004L-CLAVE
               FILE STATUS IS WS-STAT-MTG004L.

           SELECT MTG004RC-RPT ASSIGN TO "MTG004RCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-RPT.

           SELECT MTG004RUN-FILE ASSIGN TO "MTG004RUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-RUN.

       DATA DIVISION.
       FILE SECTION.
       FD  MTG004RC-PRM.
       01 MTG004RC-PRM-REGISTRO.
         05 MTG004RC-PRM-DIAS-REVISION         PIC  X(2).

       FD  MTG004CN-FILE.
           COPY MTG004CN_reg.

       FD  MTG004EN-FILE.
           COPY MTG004EN_reg.

       FD  MTG004AK-FILE.
           COPY MTG004AK_reg.

       FD  MTG004L-FILE.
           COPY MTG004L_reg.

       FD  MTG004RC-RPT.
       01 MTG004RC-RPT-LINEA                  PIC  X(100).

       FD  MTG004RUN-FILE.
           COPY MTG004_run.

       WORKING-STORAGE SECTION.
       01 WS-STAT-PRM                         PIC  X(2).
       01 WS-STAT-MTG004CN                    PIC  X(2).
       01 WS-STAT-MTG004EN                    PIC  X(2).
       01 WS-STAT-MTG004AK                    PIC  X(2).
       01 WS-STAT-MTG004L                     PIC  X(2).
       01 WS-STAT-RPT                         PIC  X(2).
       01 WS-STAT-RUN                         PIC  X(2).
       01 WS-RUN-TIPO                         PIC  X(1).
       01 WS-FECHA-HORA-ACTUAL                PIC  X(14).
       01 WS-FECHA-HORA-RUN                   PIC  X(14).
       01 WS-FECHA-PROCESO-AAAAMMDD           PIC  X(8).
       01 WS-HORA-PROCESO                     PIC  X(6).
       01 WS-DIAS-REVISION                    PIC  9(2) VALUE 5.
       01 WS-FIN-MTG004CN-SW                  PIC  X(1) VALUE 'N'.
           88 WS-FIN-MTG004CN                  VALUE 'S'.
       01 WS-FIN-MTG004EN-SW                  PIC  X(1) VALUE 'N'.
           88 WS-FIN-MTG004EN                  VALUE 'S'.
       01 WS-FIN-MTG004AK-SW                  PIC  X(1) VALUE 'N'.
           88 WS-FIN-MTG004AK                  VALUE 'S'.
       01 WS-FIN-CALENDARIO-SW                PIC  X(1) VALUE 'N'.
           88 WS-FIN-CALENDARIO                VALUE 'S'.
       01 WS-ERROR-SW                         PIC  X(1) VALUE 'N'.
           88 WS-HAY-ERROR                     VALUE 'S'.
       01 WS-VENCIDO-SW                       PIC  X(1) VALUE 'N'.
           88 WS-VENCIDO                       VALUE 'S'.
       01 WS-INCIDENCIA-ENVIO-SW              PIC  X(1) VALUE 'N'.
           88 WS-INCIDENCIA-ENVIO              VALUE 'S'.
       01 WS-DESCONOCIDO-SW                   PIC  X(1) VALUE 'N'.
           88 WS-DESCONOCIDO                   VALUE 'S'.
       01 WS-SIN-CALENDARIO-SW                PIC  X(1) VALUE 'S'.
           88 WS-SIN-CALENDARIO                VALUE 'S'.
       01 WS-CDPLAZA                          PIC  X(4) VALUE 'GRAL'.
       01 WS-CAL-DESDE                        PIC  X(8).
       01 WS-CAL-HASTA                        PIC  X(8).
       01 WS-DIAS-HABILES                     PIC  9(3).
       01 WS-DIAS-TOPE                        PIC  9(3).
       01 WS-CARGA-A                          PIC  X(14).
       01 WS-CARGA-B                          PIC  X(14).
       01 WS-BUS-CONSUMIDOR                   PIC  X(8).
       01 WS-BUS-EXTRACTO                     PIC  X(8).
       01 WS-BUS-SECUENCIA                    PIC  9(7).

       01 WS-CONTADOR-ACUSES                  PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-REVISADOS               PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-INCIDENCIAS             PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-PENDIENTES              PIC  9(7) VALUE ZERO.

      * Extractos con control de envio y ultima secuencia anotada de
      * cada uno en MTG004EXL.
       01 WS-EXTRACTOS-INIC                   PIC  X(16) VALUE
           'MTG004X MTG004Y '.
       01 WS-EXTRACTOS REDEFINES WS-EXTRACTOS-INIC.
         05 WS-EXTRACTO                       PIC  X(8)
                            OCCURS 2 TIMES.
       01 WS-ULTIMAS-SECUENCIAS.
         05 WS-ULTIMA-SECUENCIA               PIC  9(7)
                            OCCURS 2 TIMES.

      * Consumidores de MTG004CN.
       01 WS-CONSUMIDORES.
         05 WS-CNS-NUM                        PIC  9(3) VALUE ZERO.
         05 WS-CNS-ENTRADA OCCURS 100 TIMES.
           10 WS-CNS-CONSUMIDOR               PIC  X(8).
           10 WS-CNS-EXTRACTO                 PIC  X(8).
           10 WS-CNS-PLAZO-DIAS               PIC  9(1).
           10 WS-CNS-HORA-LIMITE              PIC  X(6).

      * Envios de MTG004EXL dentro de los dias revisados.
       01 WS-ENVIOS.
         05 WS-ENV-NUM                        PIC  9(3) VALUE ZERO.
         05 WS-ENV-ENTRADA OCCURS 200 TIMES.
           10 WS-ENV-EXTRACTO                 PIC  X(8).
           10 WS-ENV-FECHA-EXTRACTO           PIC  X(8).
           10 WS-ENV-SECUENCIA                PIC  9(7).
           10 WS-ENV-REGISTROS                PIC  9(9).
           10 WS-ENV-HASH                     PIC  9(15).

      * Acuses de MTG004ACK de los envios revisados.
       01 WS-ACUSES.
         05 WS-ACU-NUM                        PIC  9(4) VALUE ZERO.
         05 WS-ACU-ENTRADA OCCURS 1000 TIMES.
           10 WS-ACU-CONSUMIDOR               PIC  X(8).
           10 WS-ACU-EXTRACTO                 PIC  X(8).
           10 WS-ACU-SECUENCIA                PIC  9(7).
           10 WS-ACU-REGISTROS                PIC  9(9).
           10 WS-ACU-HASH                     PIC  9(15).
           10 WS-ACU-FECHA-CARGA              PIC  X(8).
           10 WS-ACU-HORA-CARGA               PIC  X(6).

       01 WS-C                                PIC S9(4) COMP.
       01 WS-E                                PIC S9(4) COMP.
       01 WS-A                                PIC S9(4) COMP.
       01 WS-B                                PIC S9(4) COMP.
       01 WS-X                                PIC S9(4) COMP.
       01 WS-Q                                PIC S9(4) COMP.

       01 WS-LINEA-DETALLE.
           05 WS-LD-CONSUMIDOR                PIC  X(8).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-EXTRACTO                  PIC  X(8).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-FECHA-EXTRACTO            PIC  X(8).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-SECUENCIA                 PIC  ZZZZZZ9.
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-SITUACION                 PIC  X(18).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-ENVIADOS                  PIC  ZZZZZZZZ9.
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-CARGADOS                  PIC  ZZZZZZZZ9.
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-FECHA-CARGA               PIC  X(8).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-HORA-CARGA                PIC  X(6).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           IF NOT WS-HAY-ERROR
               PERFORM 2000-CARGAR-ENVIOS
               PERFORM 3000-CARGAR-ACUSES
               PERFORM 4000-CONCILIAR-CONSUMIDOR
                   VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CNS-NUM
           END-IF
           PERFORM 9000-FIN
           GOBACK.

       1000-INICIO.
           MOVE 'I' TO WS-RUN-TIPO
           PERFORM 8500-GRABAR-RUN-CONTROL

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FECHA-HORA-ACTUAL
           MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-PROCESO-AAAAMMDD
           MOVE WS-FECHA-HORA-ACTUAL(9:6) TO WS-HORA-PROCESO
           PERFORM 1100-LEER-PARAMETRO

           MOVE ZERO TO WS-ULTIMA-SECUENCIA(1)
                        WS-ULTIMA-SECUENCIA(2)

           OPEN OUTPUT MTG004RC-RPT
           MOVE SPACES TO MTG004RC-RPT-LINEA
           STRING 'CONCILIACION DE ACUSES DE EXTRACTOS MTG004 - FECHA '
                      DELIMITED BY SIZE
                  WS-FECHA-PROCESO-AAAAMMDD DELIMITED BY SIZE
               INTO MTG004RC-RPT-LINEA
           WRITE MTG004RC-RPT-LINEA
           MOVE SPACES TO MTG004RC-RPT-LINEA
           STRING 'ENVIOS DE LOS ULTIMOS ' DELIMITED BY SIZE
                  WS-DIAS-REVISION DELIMITED BY SIZE
                  ' DIAS HABILES (CALENDARIO ' DELIMITED BY SIZE
                  WS-CDPLAZA DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO MTG004RC-RPT-LINEA
           WRITE MTG004RC-RPT-LINEA
           MOVE SPACES TO MTG004RC-RPT-LINEA
           STRING 'CONSUMID EXTRACTO FECHA    SECUEN. SITUACION'
                      DELIMITED BY SIZE
                  '          ENVIADOS  CARGADOS CARGA'
                      DELIMITED BY SIZE
               INTO MTG004RC-RPT-LINEA
           WRITE MTG004RC-RPT-LINEA

           PERFORM 1200-CARGAR-CONSUMIDORES

           IF NOT WS-HAY-ERROR
               OPEN INPUT MTG004L-FILE
               IF WS-STAT-MTG004L NOT = '00'
                   DISPLAY 'MTG004RC: CALENDARIO MTG004L NO '
                       'DISPONIBLE (FILE STATUS ' WS-STAT-MTG004L ')'
                   SET WS-HAY-ERROR TO TRUE
               ELSE
                   MOVE 'N' TO WS-SIN-CALENDARIO-SW
               END-IF
           END-IF.

       1100-LEER-PARAMETRO.
           OPEN INPUT MTG004RC-PRM
           IF WS-STAT-PRM = '00'
               READ MTG004RC-PRM
                   AT END
                       CONTINUE
               END-READ
               IF WS-STAT-PRM = '00'
                   AND MTG004RC-PRM-DIAS-REVISION NUMERIC
                   AND MTG004RC-PRM-DIAS-REVISION > ZERO
                   MOVE MTG004RC-PRM-DIAS-REVISION TO WS-DIAS-REVISION
               END-IF
               CLOSE MTG004RC-PRM
           END-IF.

       1200-CARGAR-CONSUMIDORES.
      * Sin consumidores no hay nada que conciliar: se trata como
      * fin anormal para que MTG004S lo denuncie.
           OPEN INPUT MTG004CN-FILE
           IF WS-STAT-MTG004CN NOT = '00'
               DISPLAY 'MTG004RC: FICHERO DE CONSUMIDORES MTG004CN NO '
                   'DISPONIBLE (FILE STATUS ' WS-STAT-MTG004CN ')'
               SET WS-HAY-ERROR TO TRUE
           ELSE
               PERFORM 1300-LEER-CONSUMIDOR
                   UNTIL WS-FIN-MTG004CN
               CLOSE MTG004CN-FILE
               IF WS-CNS-NUM = ZERO
                   DISPLAY 'MTG004RC: MTG004CN SIN CONSUMIDORES VALIDOS'
                   SET WS-HAY-ERROR TO TRUE
               END-IF
           END-IF.

       1300-LEER-CONSUMIDOR.
           READ MTG004CN-FILE
               AT END
                   SET WS-FIN-MTG004CN TO TRUE
           END-READ
           IF NOT WS-FIN-MTG004CN
               IF WS-STAT-MTG004CN NOT = '00'
                   DISPLAY 'MTG004RC: ERROR DE LECTURA EN MTG004CN '
                       'FILE STATUS ' WS-STAT-MTG004CN
                   SET WS-FIN-MTG004CN TO TRUE
               ELSE
                   PERFORM 1400-ANOTAR-CONSUMIDOR
               END-IF
           END-IF.

       1400-ANOTAR-CONSUMIDOR.
      * Un plazo no numerico vale 1 dia y una hora no numerica el
      * final del dia.
           IF MTG004CN-EXTRACTO NOT = WS-EXTRACTO(1)
               AND MTG004CN-EXTRACTO NOT = WS-EXTRACTO(2)
               DISPLAY 'MTG004RC: CONSUMIDOR ' MTG004CN-CONSUMIDOR
                   ' CON EXTRACTO NO CONTROLADO ' MTG004CN-EXTRACTO
           ELSE
               IF WS-CNS-NUM < 100
                   ADD 1 TO WS-CNS-NUM
                   MOVE MTG004CN-CONSUMIDOR
                       TO WS-CNS-CONSUMIDOR(WS-CNS-NUM)
                   MOVE MTG004CN-EXTRACTO
                       TO WS-CNS-EXTRACTO(WS-CNS-NUM)
                   IF MTG004CN-PLAZO-DIAS NUMERIC
                       MOVE MTG004CN-PLAZO-DIAS
                           TO WS-CNS-PLAZO-DIAS(WS-CNS-NUM)
                   ELSE
                       MOVE 1 TO WS-CNS-PLAZO-DIAS(WS-CNS-NUM)
                   END-IF
                   IF MTG004CN-HORA-LIMITE NUMERIC
                       MOVE MTG004CN-HORA-LIMITE
                           TO WS-CNS-HORA-LIMITE(WS-CNS-NUM)
                   ELSE
                       MOVE '235959' TO WS-CNS-HORA-LIMITE(WS-CNS-NUM)
                   END-IF
               ELSE
                   DISPLAY 'MTG004RC: MAS DE 100 CONSUMIDORES - '
                       'IGNORADO ' MTG004CN-CONSUMIDOR
               END-IF
           END-IF.

       2000-CARGAR-ENVIOS.
      * Se retienen los envios cuya fecha de extracto cae dentro de
      * los dias habiles revisados y, de todos, la ultima secuencia
      * de cada extracto para reconocer acuses de envios inexistentes.
           OPEN INPUT MTG004EN-FILE
           IF WS-STAT-MTG004EN NOT = '00'
               DISPLAY 'MTG004RC: SIN ENVIOS ANOTADOS EN MTG004EXL '
                   '(FILE STATUS ' WS-STAT-MTG004EN ')'
           ELSE
               PERFORM 2100-LEER-ENVIO
                   UNTIL WS-FIN-MTG004EN
               CLOSE MTG004EN-FILE
           END-IF.

       2100-LEER-ENVIO.
           READ MTG004EN-FILE
               AT END
                   SET WS-FIN-MTG004EN TO TRUE
           END-READ
           IF NOT WS-FIN-MTG004EN
               IF WS-STAT-MTG004EN NOT = '00'
                   DISPLAY 'MTG004RC: ERROR DE LECTURA EN MTG004EXL '
                       'FILE STATUS ' WS-STAT-MTG004EN
                   SET WS-HAY-ERROR TO TRUE
                   SET WS-FIN-MTG004EN TO TRUE
               ELSE
                   PERFORM 2200-ANOTAR-ENVIO
               END-IF
           END-IF.

       2200-ANOTAR-ENVIO.
           MOVE ZERO TO WS-X
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 2
               IF MTG004EN-EXTRACTO = WS-EXTRACTO(WS-Q)
                   MOVE WS-Q TO WS-X
               END-IF
           END-PERFORM

           IF WS-X > ZERO
               AND MTG004EN-SECUENCIA NUMERIC
               IF MTG004EN-SECUENCIA > WS-ULTIMA-SECUENCIA(WS-X)
                   MOVE MTG004EN-SECUENCIA
                       TO WS-ULTIMA-SECUENCIA(WS-X)
               END-IF

               MOVE MTG004EN-FECHA-EXTRACTO TO WS-CAL-DESDE
               MOVE WS-FECHA-PROCESO-AAAAMMDD TO WS-CAL-HASTA
               COMPUTE WS-DIAS-TOPE = WS-DIAS-REVISION + 1
               PERFORM 6000-CONTAR-DIAS-HABILES

               IF WS-DIAS-HABILES <= WS-DIAS-REVISION
                   IF WS-ENV-NUM < 200
                       ADD 1 TO WS-ENV-NUM
                       MOVE MTG004EN-EXTRACTO
                           TO WS-ENV-EXTRACTO(WS-ENV-NUM)
                       MOVE MTG004EN-FECHA-EXTRACTO
                           TO WS-ENV-FECHA-EXTRACTO(WS-ENV-NUM)
                       MOVE MTG004EN-SECUENCIA
                           TO WS-ENV-SECUENCIA(WS-ENV-NUM)
                       MOVE MTG004EN-REGISTROS
                           TO WS-ENV-REGISTROS(WS-ENV-NUM)
                       MOVE MTG004EN-HASH TO WS-ENV-HASH(WS-ENV-NUM)
                   ELSE
                       DISPLAY 'MTG004RC: MAS DE 200 ENVIOS EN EL '
                           'PERIODO - IGNORADO ' MTG004EN-EXTRACTO
                           ' ' MTG004EN-SECUENCIA
                   END-IF
               END-IF
           END-IF.

       3000-CARGAR-ACUSES.
      * Sin fichero de acuses todos los envios quedan sin acuse.
           OPEN INPUT MTG004AK-FILE
           IF WS-STAT-MTG004AK NOT = '00'
               DISPLAY 'MTG004RC: SIN ACUSES EN MTG004ACK '
                   '(FILE STATUS ' WS-STAT-MTG004AK ')'
           ELSE
               PERFORM 3100-LEER-ACUSE
                   UNTIL WS-FIN-MTG004AK
               CLOSE MTG004AK-FILE
           END-IF.

       3100-LEER-ACUSE.
           READ MTG004AK-FILE
               AT END
                   SET WS-FIN-MTG004AK TO TRUE
           END-READ
           IF NOT WS-FIN-MTG004AK
               IF WS-STAT-MTG004AK NOT = '00'
                   DISPLAY 'MTG004RC: ERROR DE LECTURA EN MTG004ACK '
                       'FILE STATUS ' WS-STAT-MTG004AK
                   SET WS-HAY-ERROR TO TRUE
                   SET WS-FIN-MTG004AK TO TRUE
               ELSE
                   ADD 1 TO WS-CONTADOR-ACUSES
                   PERFORM 3200-CLASIFICAR-ACUSE
               END-IF
           END-IF.

       3200-CLASIFICAR-ACUSE.
      * Acuse de un envio revisado: se retiene si el consumidor
      * recibe ese extracto. Acuse de una secuencia nunca enviada: se
      * lista. Acuse de un envio anterior al periodo: ya conciliado.
           MOVE ZERO TO WS-X
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 2
               IF MTG004AK-EXTRACTO = WS-EXTRACTO(WS-Q)
                   MOVE WS-Q TO WS-X
               END-IF
           END-PERFORM

           MOVE MTG004AK-EXTRACTO TO WS-BUS-EXTRACTO
           IF MTG004AK-SECUENCIA NUMERIC
               MOVE MTG004AK-SECUENCIA TO WS-BUS-SECUENCIA
           ELSE
               MOVE ZERO TO WS-BUS-SECUENCIA
           END-IF
           PERFORM 5100-BUSCAR-ENVIO

           MOVE 'N' TO WS-DESCONOCIDO-SW
           IF WS-X = ZERO
               OR MTG004AK-SECUENCIA NOT NUMERIC
               SET WS-DESCONOCIDO TO TRUE
           ELSE
               IF MTG004AK-SECUENCIA > WS-ULTIMA-SECUENCIA(WS-X)
                   SET WS-DESCONOCIDO TO TRUE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-DESCONOCIDO
                   MOVE 'ACUSE DESCONOCIDO' TO WS-LD-SITUACION
                   PERFORM 3300-LISTAR-ACUSE
               WHEN WS-E > ZERO
                   MOVE MTG004AK-CONSUMIDOR TO WS-BUS-CONSUMIDOR
                   PERFORM 5300-BUSCAR-CONSUMIDOR
                   IF WS-C = ZERO
                       MOVE 'NO CONFIGURADO' TO WS-LD-SITUACION
                       PERFORM 3300-LISTAR-ACUSE
                   ELSE
                       PERFORM 3400-RETENER-ACUSE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3300-LISTAR-ACUSE.
           MOVE MTG004AK-CONSUMIDOR TO WS-LD-CONSUMIDOR
           MOVE MTG004AK-EXTRACTO TO WS-LD-EXTRACTO
           MOVE MTG004AK-FECHA-EXTRACTO TO WS-LD-FECHA-EXTRACTO
           MOVE WS-BUS-SECUENCIA TO WS-LD-SECUENCIA
           MOVE ZERO TO WS-LD-ENVIADOS
           IF MTG004AK-REGISTROS NUMERIC
               MOVE MTG004AK-REGISTROS TO WS-LD-CARGADOS
           ELSE
               MOVE ZERO TO WS-LD-CARGADOS
           END-IF
           MOVE MTG004AK-FECHA-CARGA TO WS-LD-FECHA-CARGA
           MOVE MTG004AK-HORA-CARGA TO WS-LD-HORA-CARGA
           ADD 1 TO WS-CONTADOR-INCIDENCIAS
           PERFORM 8000-ESCRIBIR-DETALLE.

       3400-RETENER-ACUSE.
      * Un acuse con contadores no numericos se retiene a cero: la
      * conciliacion lo dara por incompleto.
           IF WS-ACU-NUM < 1000
               ADD 1 TO WS-ACU-NUM
               MOVE MTG004AK-CONSUMIDOR
                   TO WS-ACU-CONSUMIDOR(WS-ACU-NUM)
               MOVE MTG004AK-EXTRACTO TO WS-ACU-EXTRACTO(WS-ACU-NUM)
               MOVE MTG004AK-SECUENCIA TO WS-ACU-SECUENCIA(WS-ACU-NUM)
               IF MTG004AK-REGISTROS NUMERIC
                   AND MTG004AK-HASH NUMERIC
                   MOVE MTG004AK-REGISTROS
                       TO WS-ACU-REGISTROS(WS-ACU-NUM)
                   MOVE MTG004AK-HASH TO WS-ACU-HASH(WS-ACU-NUM)
               ELSE
                   MOVE ZERO TO WS-ACU-REGISTROS(WS-ACU-NUM)
                                WS-ACU-HASH(WS-ACU-NUM)
               END-IF
               MOVE MTG004AK-FECHA-CARGA
                   TO WS-ACU-FECHA-CARGA(WS-ACU-NUM)
               MOVE MTG004AK-HORA-CARGA
                   TO WS-ACU-HORA-CARGA(WS-ACU-NUM)
           ELSE
               DISPLAY 'MTG004RC: MAS DE 1000 ACUSES EN EL PERIODO - '
                   'IGNORADO ' MTG004AK-CONSUMIDOR ' '
                   MTG004AK-EXTRACTO ' ' MTG004AK-SECUENCIA
           END-IF.

       4000-CONCILIAR-CONSUMIDOR.
           PERFORM 4100-CONCILIAR-ENVIO
               VARYING WS-E FROM 1 BY 1
               UNTIL WS-E > WS-ENV-NUM.

       4100-CONCILIAR-ENVIO.
           IF WS-ENV-EXTRACTO(WS-E) = WS-CNS-EXTRACTO(WS-C)
               ADD 1 TO WS-CONTADOR-REVISADOS
               MOVE WS-CNS-CONSUMIDOR(WS-C) TO WS-BUS-CONSUMIDOR
               MOVE WS-ENV-EXTRACTO(WS-E) TO WS-BUS-EXTRACTO
               MOVE WS-ENV-SECUENCIA(WS-E) TO WS-BUS-SECUENCIA
               PERFORM 5200-BUSCAR-ACUSE
               MOVE WS-A TO WS-X

               MOVE WS-CNS-CONSUMIDOR(WS-C) TO WS-LD-CONSUMIDOR
               MOVE WS-ENV-EXTRACTO(WS-E) TO WS-LD-EXTRACTO
               MOVE WS-ENV-FECHA-EXTRACTO(WS-E) TO WS-LD-FECHA-EXTRACTO
               MOVE WS-ENV-SECUENCIA(WS-E) TO WS-LD-SECUENCIA
               MOVE WS-ENV-REGISTROS(WS-E) TO WS-LD-ENVIADOS

               IF WS-X = ZERO
                   PERFORM 4200-EVALUAR-SIN-ACUSE
               ELSE
                   PERFORM 4300-EVALUAR-ACUSE
               END-IF
           END-IF.

       4200-EVALUAR-SIN-ACUSE.
           MOVE ZERO TO WS-LD-CARGADOS
           MOVE SPACES TO WS-LD-FECHA-CARGA
                          WS-LD-HORA-CARGA
           MOVE WS-FECHA-PROCESO-AAAAMMDD TO WS-CAL-HASTA
           MOVE WS-HORA-PROCESO TO WS-CARGA-A(9:6)
           PERFORM 4500-COMPROBAR-PLAZO
           IF WS-VENCIDO
               MOVE 'SIN ACUSE' TO WS-LD-SITUACION
               ADD 1 TO WS-CONTADOR-INCIDENCIAS
           ELSE
               MOVE 'PENDIENTE' TO WS-LD-SITUACION
               ADD 1 TO WS-CONTADOR-PENDIENTES
           END-IF
           PERFORM 8000-ESCRIBIR-DETALLE.

       4300-EVALUAR-ACUSE.
           MOVE 'N' TO WS-INCIDENCIA-ENVIO-SW
           MOVE WS-ACU-REGISTROS(WS-X) TO WS-LD-CARGADOS
           MOVE WS-ACU-FECHA-CARGA(WS-X) TO WS-LD-FECHA-CARGA
           MOVE WS-ACU-HORA-CARGA(WS-X) TO WS-LD-HORA-CARGA

           IF WS-ACU-REGISTROS(WS-X) < WS-ENV-REGISTROS(WS-E)
               MOVE 'INCOMPLETO' TO WS-LD-SITUACION
               PERFORM 4400-ANOTAR-INCIDENCIA
           ELSE
               IF WS-ACU-REGISTROS(WS-X) NOT = WS-ENV-REGISTROS(WS-E)
                   OR WS-ACU-HASH(WS-X) NOT = WS-ENV-HASH(WS-E)
                   MOVE 'DESCUADRE' TO WS-LD-SITUACION
                   PERFORM 4400-ANOTAR-INCIDENCIA
               END-IF
           END-IF

           MOVE WS-ACU-FECHA-CARGA(WS-X) TO WS-CAL-HASTA
           MOVE WS-ACU-HORA-CARGA(WS-X) TO WS-CARGA-A(9:6)
           PERFORM 4500-COMPROBAR-PLAZO
           IF WS-VENCIDO
               MOVE 'TARDIO' TO WS-LD-SITUACION
               PERFORM 4400-ANOTAR-INCIDENCIA
           END-IF

           PERFORM 4600-COMPROBAR-SECUENCIA

           IF NOT WS-INCIDENCIA-ENVIO
               MOVE 'CORRECTO' TO WS-LD-SITUACION
               PERFORM 8000-ESCRIBIR-DETALLE
           END-IF.

       4400-ANOTAR-INCIDENCIA.
           SET WS-INCIDENCIA-ENVIO TO TRUE
           ADD 1 TO WS-CONTADOR-INCIDENCIAS
           PERFORM 8000-ESCRIBIR-DETALLE.

       4500-COMPROBAR-PLAZO.
      * Vencido si entre la fecha del extracto y WS-CAL-HASTA hay mas
      * dias habiles que el plazo del consumidor, o los mismos y la
      * hora (en WS-CARGA-A) pasa de la hora limite.
           MOVE 'N' TO WS-VENCIDO-SW
           MOVE WS-ENV-FECHA-EXTRACTO(WS-E) TO WS-CAL-DESDE
           COMPUTE WS-DIAS-TOPE = WS-CNS-PLAZO-DIAS(WS-C) + 1
           PERFORM 6000-CONTAR-DIAS-HABILES
           IF WS-DIAS-HABILES > WS-CNS-PLAZO-DIAS(WS-C)
               SET WS-VENCIDO TO TRUE
           ELSE
               IF WS-DIAS-HABILES = WS-CNS-PLAZO-DIAS(WS-C)
                   AND WS-CARGA-A(9:6) > WS-CNS-HORA-LIMITE(WS-C)
                   SET WS-VENCIDO TO TRUE
               END-IF
           END-IF.

       4600-COMPROBAR-SECUENCIA.
      * Solo se juzga el orden cuando el envio anterior del extracto
      * tambien esta en el periodo: sin acuse suyo, o con su carga
      * posterior a la de este, el consumidor ha saltado un envio.
           IF WS-ENV-SECUENCIA(WS-E) > 1
               MOVE WS-ENV-EXTRACTO(WS-E) TO WS-BUS-EXTRACTO
               COMPUTE WS-BUS-SECUENCIA = WS-ENV-SECUENCIA(WS-E) - 1
               MOVE WS-E TO WS-Q
               PERFORM 5100-BUSCAR-ENVIO
               MOVE WS-E TO WS-B
               MOVE WS-Q TO WS-E
               IF WS-B > ZERO
                   PERFORM 5200-BUSCAR-ACUSE
                   MOVE WS-A TO WS-B
                   STRING WS-ACU-FECHA-CARGA(WS-X) DELIMITED BY SIZE
                          WS-ACU-HORA-CARGA(WS-X) DELIMITED BY SIZE
                       INTO WS-CARGA-A
                   IF WS-B > ZERO
                       STRING WS-ACU-FECHA-CARGA(WS-B)
                                  DELIMITED BY SIZE
                              WS-ACU-HORA-CARGA(WS-B)
                                  DELIMITED BY SIZE
                           INTO WS-CARGA-B
                   END-IF
                   IF WS-B = ZERO
                       OR WS-CARGA-B > WS-CARGA-A
                       MOVE 'FUERA DE SECUENCIA' TO WS-LD-SITUACION
                       PERFORM 4400-ANOTAR-INCIDENCIA
                   END-IF
               END-IF
           END-IF.

       5100-BUSCAR-ENVIO.
      * Deja en WS-E el envio revisado de WS-BUS-EXTRACTO y
      * WS-BUS-SECUENCIA, o cero si no esta en el periodo.
           MOVE ZERO TO WS-E
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ENV-NUM
                      OR WS-E > ZERO
               IF WS-ENV-EXTRACTO(WS-A) = WS-BUS-EXTRACTO
                   AND WS-ENV-SECUENCIA(WS-A) = WS-BUS-SECUENCIA
                   MOVE WS-A TO WS-E
               END-IF
           END-PERFORM.

       5200-BUSCAR-ACUSE.
      * Deja en WS-A el ultimo acuse leido de WS-BUS-CONSUMIDOR para
      * WS-BUS-EXTRACTO y WS-BUS-SECUENCIA (una recarga sustituye a la
      * anterior), o cero si no hay.
           MOVE ZERO TO WS-A
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-ACU-NUM
               IF WS-ACU-CONSUMIDOR(WS-Q) = WS-BUS-CONSUMIDOR
                   AND WS-ACU-EXTRACTO(WS-Q) = WS-BUS-EXTRACTO
                   AND WS-ACU-SECUENCIA(WS-Q) = WS-BUS-SECUENCIA
                   MOVE WS-Q TO WS-A
               END-IF
           END-PERFORM.

       5300-BUSCAR-CONSUMIDOR.
      * Deja en WS-C el consumidor de WS-BUS-CONSUMIDOR que recibe
      * WS-BUS-EXTRACTO, o cero si no figura.
           MOVE ZERO TO WS-C
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > WS-CNS-NUM
                      OR WS-C > ZERO
               IF WS-CNS-CONSUMIDOR(WS-Q) = WS-BUS-CONSUMIDOR
                   AND WS-CNS-EXTRACTO(WS-Q) = WS-BUS-EXTRACTO
                   MOVE WS-Q TO WS-C
               END-IF
           END-PERFORM.

       6000-CONTAR-DIAS-HABILES.
      * Dias habiles de la plaza posteriores a WS-CAL-DESDE y hasta
      * WS-CAL-HASTA inclusive: el mismo dia da 0. La cuenta se corta
      * en WS-DIAS-TOPE.
           MOVE ZERO TO WS-DIAS-HABILES
           MOVE 'N' TO WS-FIN-CALENDARIO-SW
           MOVE WS-CDPLAZA TO MTG004L-CDPLAZA
           MOVE WS-CAL-DESDE TO MTG004L-FECHA-AAAAMMDD
           START MTG004L-FILE
               KEY IS GREATER THAN MTG004L-CLAVE
               INVALID KEY
                   SET WS-FIN-CALENDARIO TO TRUE
           END-START
           PERFORM 6100-LEER-DIA-HABIL
               UNTIL WS-FIN-CALENDARIO.

       6100-LEER-DIA-HABIL.
           READ MTG004L-FILE NEXT RECORD
               AT END
                   SET WS-FIN-CALENDARIO TO TRUE
           END-READ
           IF NOT WS-FIN-CALENDARIO
               IF WS-STAT-MTG004L NOT = '00'
                   OR MTG004L-CDPLAZA NOT = WS-CDPLAZA
                   OR MTG004L-FECHA-AAAAMMDD > WS-CAL-HASTA
                   SET WS-FIN-CALENDARIO TO TRUE
               ELSE
                   ADD 1 TO WS-DIAS-HABILES
                   IF WS-DIAS-HABILES >= WS-DIAS-TOPE
                       SET WS-FIN-CALENDARIO TO TRUE
                   END-IF
               END-IF
           END-IF.

       8000-ESCRIBIR-DETALLE.
           MOVE SPACES TO MTG004RC-RPT-LINEA
           MOVE WS-LINEA-DETALLE TO MTG004RC-RPT-LINEA
           WRITE MTG004RC-RPT-LINEA.

       8500-GRABAR-RUN-CONTROL.
      * Apunte en el fichero comun de control de ejecuciones de la
      * suite: un registro 'I' al arrancar y un registro 'F' al
      * terminar con los acuses leidos y las incidencias, para el
      * informe diario MTG004S.
           OPEN EXTEND MTG004RUN-FILE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FECHA-HORA-RUN
           MOVE 'MTG004RC' TO MTG004RUN-PROGRAMA
           MOVE WS-FECHA-HORA-RUN(1:8) TO MTG004RUN-FECHA
           MOVE WS-FECHA-HORA-RUN(9:6) TO MTG004RUN-HORA
           MOVE WS-RUN-TIPO TO MTG004RUN-TIPO
           MOVE WS-CONTADOR-ACUSES TO MTG004RUN-LEIDOS
           MOVE WS-CONTADOR-INCIDENCIAS TO MTG004RUN-ESCRITOS
           IF WS-RUN-TIPO = 'F'
               EVALUATE TRUE
                   WHEN WS-HAY-ERROR
                       MOVE 'A' TO MTG004RUN-ESTADO
                   WHEN WS-CONTADOR-INCIDENCIAS > ZERO
                       MOVE 'D' TO MTG004RUN-ESTADO
                   WHEN OTHER
                       MOVE 'N' TO MTG004RUN-ESTADO
               END-EVALUATE
           ELSE
               MOVE SPACE TO MTG004RUN-ESTADO
           END-IF
           WRITE MTG004RUN-REGISTRO
           CLOSE MTG004RUN-FILE.

       9000-FIN.
           MOVE SPACES TO MTG004RC-RPT-LINEA
           IF WS-HAY-ERROR
               STRING 'CONCILIACION NO REALIZADA O INCOMPLETA - VER '
                      'MENSAJES DEL PROCESO' DELIMITED BY SIZE
                   INTO MTG004RC-RPT-LINEA
               WRITE MTG004RC-RPT-LINEA
               MOVE SPACES TO MTG004RC-RPT-LINEA
           END-IF
           STRING 'ENVIOS REVISADOS: ' DELIMITED BY SIZE
                  WS-CONTADOR-REVISADOS DELIMITED BY SIZE
                  '  ACUSES LEIDOS: ' DELIMITED BY SIZE
                  WS-CONTADOR-ACUSES DELIMITED BY SIZE
                  '  INCIDENCIAS: ' DELIMITED BY SIZE
                  WS-CONTADOR-INCIDENCIAS DELIMITED BY SIZE
                  '  PENDIENTES: ' DELIMITED BY SIZE
                  WS-CONTADOR-PENDIENTES DELIMITED BY SIZE
               INTO MTG004RC-RPT-LINEA
           WRITE MTG004RC-RPT-LINEA

           MOVE 'F' TO WS-RUN-TIPO
           PERFORM 8500-GRABAR-RUN-CONTROL

           IF NOT WS-SIN-CALENDARIO
               CLOSE MTG004L-FILE
           END-IF
           CLOSE MTG004RC-RPT.
