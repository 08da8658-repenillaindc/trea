       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTG004UR.
      *
      * Batch MTG004UR - Informe mensual de uso de las consultas MTG004
      * y de tablas y entradas sin lecturas. TC05 y TC07 cuentan cada
      * consulta en el fichero de uso MTG004UC por tabla, dia,
      * transaccion llamadora, usuario y via; este informe lo resume
      * en dos partes:
      *   - resumen del mes: por cada tabla consultada, las consultas
      *     TC05 por MTG004-CDTABLA, por MTG004-CLAVTG (path MTG004K)
      *     y a fecha, las apariciones en el directorio TC07, el
      *     numero de consumidores distintos y los consumidores
      *     (transaccion y usuario) con mas consultas de la tabla;
      *   - sin lecturas: las tablas de MTG004 que ninguna consulta
      *     TC05 ha leido en los ultimos N meses y, de las que si se
      *     leen, las entradas activas de MTG004E que ninguna
      *     respuesta ha entregado en ese periodo.
      * Recorrer el directorio TC07 no es consumir la tabla: sus
      * apariciones se informan pero no cuentan como lectura. El
      * periodo sin lecturas no debe superar la antiguedad del propio
      * fichero de uso.
      *
      * El parametro opcional MTG004URPRM admite el mes del informe en
      * aaaamm (por defecto el mes anterior al de proceso) y el numero
      * de meses sin lecturas, terminando en ese mes (2 posiciones,
      * por defecto 12). Sin el fichero de uso no se informa nada,
      * para no dar por abandonadas tablas que si se consultan.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MTG004UR-PRM ASSIGN TO "MTG004URPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-PRM.

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

           SELECT MTG004UC-FILE ASSIGN TO "MTG004UC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTG004UC-CLAVE
               FILE STATUS IS WS-STAT-MTG004UC.

           SELECT MTG004UR-RPT ASSIGN TO "MTG004URRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  MTG004UR-PRM.
       01 MTG004UR-PRM-REGISTRO.
         05 MTG004UR-PRM-MES-AAAAMM            PIC  X(6).
         05 MTG004UR-PRM-MESES-SIN-LECTURA     PIC  X(2).

       FD  MTG004-FILE
           RECORD IS VARYING DEPENDING ON WS-NUM-CDSELEC-FD.
           COPY TC05_reqres.

       FD  MTG004E-FILE.
           COPY MTG004E_reg.

       FD  MTG004UC-FILE.
           COPY MTG004UC_reg.

       FD  MTG004UR-RPT.
       01 MTG004UR-RPT-LINEA                  PIC  X(100).

       WORKING-STORAGE SECTION.
       01 WS-STAT-PRM                         PIC  X(2).
       01 WS-STAT-MTG004                      PIC  X(2).
       01 WS-STAT-MTG004E                     PIC  X(2).
       01 WS-STAT-MTG004UC                    PIC  X(2).
       01 WS-STAT-RPT                         PIC  X(2).
       01 WS-NUM-CDSELEC-FD                   PIC  9(3).
       01 WS-FIN-MTG004-SW                    PIC  X(1) VALUE 'N'.
           88 WS-FIN-MTG004                    VALUE 'S'.
       01 WS-FIN-MTG004E-SW                   PIC  X(1) VALUE 'N'.
           88 WS-FIN-MTG004E                   VALUE 'S'.
       01 WS-FIN-MTG004UC-SW                  PIC  X(1) VALUE 'N'.
           88 WS-FIN-MTG004UC                  VALUE 'S'.
       01 WS-SIN-USO-SW                       PIC  X(1) VALUE 'N'.
           88 WS-SIN-USO                       VALUE 'S'.
       01 WS-SIN-MAESTRO-SW                   PIC  X(1) VALUE 'N'.
           88 WS-SIN-MAESTRO                   VALUE 'S'.
       01 WS-ENCONTRADA-SW                    PIC  X(1) VALUE 'N'.
           88 WS-ENCONTRADA                    VALUE 'S'.
       01 WS-DESBORDE-CONSUMIDORES-SW         PIC  X(1) VALUE 'N'.
           88 WS-DESBORDE-CONSUMIDORES         VALUE 'S'.
       01 WS-FECHA-HORA-ACTUAL                PIC  X(21).
       01 WS-MES-INFORME                      PIC  X(6).
       01 WS-MESES-SIN-LECTURA                PIC  9(2) VALUE 12.
       01 WS-ANO-NUM                          PIC  9(4).
       01 WS-MES-NUM                          PIC  9(2).
       01 WS-MESES-TOTAL                      PIC  9(6).
       01 WS-FECHA-DESDE                      PIC  X(8).
       01 WS-FECHA-HASTA                      PIC  X(8).
       01 WS-ULTIMA-LECTURA                   PIC  X(8).

      * Acumulados de la tabla en curso: lecturas TC05 del periodo sin
      * lecturas y, del mes del informe, consultas por via.
       01 WS-LECTURAS-PERIODO                 PIC  9(9).
       01 WS-MES-POR-CDTABLA                  PIC  9(9).
       01 WS-MES-POR-CLAVTG                   PIC  9(9).
       01 WS-MES-A-FECHA                      PIC  9(9).
       01 WS-MES-DIRECTORIO                   PIC  9(9).
       01 WS-MES-CONSULTAS                    PIC  9(9).

       01 WS-CONTADOR-TABLAS-MES              PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-CONSULTAS-MES           PIC  9(9) VALUE ZERO.
       01 WS-CONTADOR-TABLAS-SIN              PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-ENTRADAS-SIN            PIC  9(7) VALUE ZERO.

      * Consumidores (transaccion llamadora y usuario) de la tabla en
      * curso en el mes del informe, con sus consultas TC05.
       01 WS-CONSUMIDORES.
         05 WS-CON-NUM                        PIC  9(3) VALUE ZERO.
         05 WS-CON-ENTRADA OCCURS 200 TIMES.
           10 WS-CON-CANAL                    PIC  X(8).
           10 WS-CON-USUARIO                  PIC  X(8).
           10 WS-CON-CONSULTAS                PIC  9(9).
           10 WS-CON-LISTADO                  PIC  X(1).

      * CDSELEC de la tabla en curso entregados por alguna respuesta
      * TC05 dentro del periodo sin lecturas.
       01 WS-ENTRADAS-LEIDAS.
         05 WS-LEI-NUM                        PIC  9(3) VALUE ZERO.
         05 WS-LEI-CDSELEC                    PIC  X(1)
                            OCCURS 256 TIMES.

       01 WS-C                                PIC S9(4) COMP.
       01 WS-Q                                PIC S9(4) COMP.
       01 WS-MEJOR                            PIC S9(4) COMP.
       01 WS-PUESTO                           PIC S9(4) COMP.
       01 WS-TOPE-CONSUMIDORES                PIC S9(4) COMP VALUE 3.

       01 WS-LINEA-RESUMEN.
           05 WS-LR-CDTABLA                   PIC  X(4).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LR-CONSULTAS                 PIC  ZZZZZZZZ9.
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LR-POR-CDTABLA               PIC  ZZZZZZZZ9.
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LR-POR-CLAVTG                PIC  ZZZZZZZZ9.
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LR-A-FECHA                   PIC  ZZZZZZZZ9.
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LR-DIRECTORIO                PIC  ZZZZZZZZ9.
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LR-CONSUMIDORES              PIC  ZZZZZZ9.

       01 WS-LINEA-CONSUMIDOR.
           05 FILLER                          PIC  X(6) VALUE SPACES.
           05 FILLER                          PIC  X(11) VALUE
               'CONSUMIDOR '.
           05 WS-LC-CANAL                     PIC  X(8).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LC-USUARIO                   PIC  X(8).
           05 FILLER                          PIC  X(12) VALUE
               ' CONSULTAS: '.
           05 WS-LC-CONSULTAS                 PIC  ZZZZZZZZ9.

       01 WS-LINEA-SIN-LECTURA.
           05 WS-LS-CDTABLA                   PIC  X(4).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LS-CDSELEC                   PIC  X(1).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LS-TIPO                      PIC  X(7).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LS-DESCRIPCION               PIC  X(30).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LS-ULTIMA                    PIC  X(30).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           IF NOT WS-SIN-USO
               AND NOT WS-SIN-MAESTRO
               PERFORM 2000-RESUMIR-TABLA
                   UNTIL WS-FIN-MTG004
               PERFORM 1500-SEGUNDA-PASADA
               PERFORM 3000-BUSCAR-SIN-LECTURAS
                   UNTIL WS-FIN-MTG004
           END-IF
           PERFORM 9900-FIN
           GOBACK.

       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-FECHA-HORA-ACTUAL
           MOVE WS-FECHA-HORA-ACTUAL(1:4) TO WS-ANO-NUM
           MOVE WS-FECHA-HORA-ACTUAL(5:2) TO WS-MES-NUM
           IF WS-MES-NUM = 1
               SUBTRACT 1 FROM WS-ANO-NUM
               MOVE 12 TO WS-MES-NUM
           ELSE
               SUBTRACT 1 FROM WS-MES-NUM
           END-IF
           STRING WS-ANO-NUM DELIMITED BY SIZE
                  WS-MES-NUM DELIMITED BY SIZE
               INTO WS-MES-INFORME

           PERFORM 1100-LEER-PARAMETRO
           PERFORM 1200-CALCULAR-PERIODO

           OPEN OUTPUT MTG004UR-RPT

           MOVE SPACES TO MTG004UR-RPT-LINEA
           STRING 'USO DE LAS CONSULTAS MTG004 (TC05/TC07) - MES '
                      DELIMITED BY SIZE
                  WS-MES-INFORME DELIMITED BY SIZE
               INTO MTG004UR-RPT-LINEA
           WRITE MTG004UR-RPT-LINEA

           OPEN INPUT MTG004UC-FILE
           IF WS-STAT-MTG004UC NOT = '00'
               DISPLAY 'MTG004UR: FICHERO DE USO MTG004UC NO '
                   'DISPONIBLE (FILE STATUS ' WS-STAT-MTG004UC ')'
               SET WS-SIN-USO TO TRUE
               MOVE SPACES TO MTG004UR-RPT-LINEA
               STRING 'FICHERO MTG004UC NO DISPONIBLE - INFORME NO '
                      'GENERADO' DELIMITED BY SIZE
                   INTO MTG004UR-RPT-LINEA
               WRITE MTG004UR-RPT-LINEA
           ELSE
               PERFORM 1300-ABRIR-MAESTRO
           END-IF

           IF NOT WS-SIN-USO
               AND NOT WS-SIN-MAESTRO
               MOVE SPACES TO MTG004UR-RPT-LINEA
               WRITE MTG004UR-RPT-LINEA
               MOVE SPACES TO MTG004UR-RPT-LINEA
               STRING 'RESUMEN DEL MES ' DELIMITED BY SIZE
                      WS-MES-INFORME DELIMITED BY SIZE
                   INTO MTG004UR-RPT-LINEA
               WRITE MTG004UR-RPT-LINEA
               MOVE SPACES TO MTG004UR-RPT-LINEA
               STRING 'TABL  CONSULTAS POR TABLA POR CLAVTG   A FECHA'
                          DELIMITED BY SIZE
                      ' DIRECTOR. CONSUMID.' DELIMITED BY SIZE
                   INTO MTG004UR-RPT-LINEA
               WRITE MTG004UR-RPT-LINEA

               PERFORM 2100-LEER-MTG004-SIGUIENTE
           END-IF.

       1100-LEER-PARAMETRO.
      * Un mes mal formado o un numero de meses no numerico o a cero
      * deja el valor por defecto.
           OPEN INPUT MTG004UR-PRM
           IF WS-STAT-PRM = '00'
               READ MTG004UR-PRM
                   AT END
                       CONTINUE
               END-READ
               IF WS-STAT-PRM = '00'
                   IF MTG004UR-PRM-MES-AAAAMM NUMERIC
                       AND MTG004UR-PRM-MES-AAAAMM(5:2) >= '01'
                       AND MTG004UR-PRM-MES-AAAAMM(5:2) <= '12'
                       MOVE MTG004UR-PRM-MES-AAAAMM TO WS-MES-INFORME
                   END-IF
                   IF MTG004UR-PRM-MESES-SIN-LECTURA NUMERIC
                       AND MTG004UR-PRM-MESES-SIN-LECTURA > ZERO
                       MOVE MTG004UR-PRM-MESES-SIN-LECTURA
                           TO WS-MESES-SIN-LECTURA
                   END-IF
               END-IF
               CLOSE MTG004UR-PRM
           END-IF.

       1200-CALCULAR-PERIODO.
      * El periodo sin lecturas son los N meses completos que terminan
      * en el mes del informe: desde el dia 1 del primero hasta el
      * ultimo dia del mes del informe (el tope '31' vale para
      * cualquier mes al comparar fechas aaaammdd).
           MOVE WS-MES-INFORME(1:4) TO WS-ANO-NUM
           MOVE WS-MES-INFORME(5:2) TO WS-MES-NUM
           COMPUTE WS-MESES-TOTAL = WS-ANO-NUM * 12 + WS-MES-NUM - 1
                                  - WS-MESES-SIN-LECTURA + 1
           DIVIDE WS-MESES-TOTAL BY 12
               GIVING WS-ANO-NUM
               REMAINDER WS-MES-NUM
           ADD 1 TO WS-MES-NUM
           STRING WS-ANO-NUM DELIMITED BY SIZE
                  WS-MES-NUM DELIMITED BY SIZE
                  '01' DELIMITED BY SIZE
               INTO WS-FECHA-DESDE
           STRING WS-MES-INFORME DELIMITED BY SIZE
                  '31' DELIMITED BY SIZE
               INTO WS-FECHA-HASTA.

       1300-ABRIR-MAESTRO.
      * Los dos recorridos van tabla a tabla por MTG004 y las entradas
      * sin leer salen de MTG004E: sin alguno de ellos la relacion de
      * tablas sin uso saldria vacia o parcial como si fuera valida, y
      * no se genera.
           OPEN INPUT MTG004-FILE
           OPEN INPUT MTG004E-FILE

           IF WS-STAT-MTG004 NOT = '00'
               OR WS-STAT-MTG004E NOT = '00'
               DISPLAY 'MTG004UR: FICHEROS NO DISPONIBLES - MTG004 '
                   WS-STAT-MTG004 ' MTG004E ' WS-STAT-MTG004E
               SET WS-SIN-MAESTRO TO TRUE
               MOVE SPACES TO MTG004UR-RPT-LINEA
               STRING 'MTG004/MTG004E NO DISPONIBLES - SIN RELACION DE '
                      'TABLAS SIN USO' DELIMITED BY SIZE
                   INTO MTG004UR-RPT-LINEA
               WRITE MTG004UR-RPT-LINEA
               IF WS-STAT-MTG004 = '00'
                   CLOSE MTG004-FILE
               END-IF
               IF WS-STAT-MTG004E = '00'
                   CLOSE MTG004E-FILE
               END-IF
           END-IF.

       1500-SEGUNDA-PASADA.
           MOVE SPACES TO MTG004UR-RPT-LINEA
           STRING 'TABLAS CONSULTADAS EN EL MES: ' DELIMITED BY SIZE
                  WS-CONTADOR-TABLAS-MES DELIMITED BY SIZE
                  '  CONSULTAS: ' DELIMITED BY SIZE
                  WS-CONTADOR-CONSULTAS-MES DELIMITED BY SIZE
               INTO MTG004UR-RPT-LINEA
           WRITE MTG004UR-RPT-LINEA

           MOVE SPACES TO MTG004UR-RPT-LINEA
           WRITE MTG004UR-RPT-LINEA
           MOVE SPACES TO MTG004UR-RPT-LINEA
           STRING 'SIN LECTURAS EN ' DELIMITED BY SIZE
                  WS-MESES-SIN-LECTURA DELIMITED BY SIZE
                  ' MESES (DEL ' DELIMITED BY SIZE
                  WS-FECHA-DESDE DELIMITED BY SIZE
                  ' AL FIN DE ' DELIMITED BY SIZE
                  WS-MES-INFORME DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO MTG004UR-RPT-LINEA
           WRITE MTG004UR-RPT-LINEA

           MOVE 'N' TO WS-FIN-MTG004-SW
           MOVE LOW-VALUES TO MTG004-CDTABLA
           START MTG004-FILE
               KEY IS NOT LESS THAN MTG004-CDTABLA
               INVALID KEY
                   SET WS-FIN-MTG004 TO TRUE
           END-START
           IF NOT WS-FIN-MTG004
               PERFORM 2100-LEER-MTG004-SIGUIENTE
           END-IF.

       2000-RESUMIR-TABLA.
           PERFORM 5000-ACUMULAR-USO-TABLA

           IF WS-MES-CONSULTAS > ZERO
               OR WS-MES-DIRECTORIO > ZERO
               ADD 1 TO WS-CONTADOR-TABLAS-MES
               ADD WS-MES-CONSULTAS TO WS-CONTADOR-CONSULTAS-MES
               MOVE MTG004-CDTABLA TO WS-LR-CDTABLA
               MOVE WS-MES-CONSULTAS TO WS-LR-CONSULTAS
               MOVE WS-MES-POR-CDTABLA TO WS-LR-POR-CDTABLA
               MOVE WS-MES-POR-CLAVTG TO WS-LR-POR-CLAVTG
               MOVE WS-MES-A-FECHA TO WS-LR-A-FECHA
               MOVE WS-MES-DIRECTORIO TO WS-LR-DIRECTORIO
               MOVE WS-CON-NUM TO WS-LR-CONSUMIDORES
               MOVE SPACES TO MTG004UR-RPT-LINEA
               MOVE WS-LINEA-RESUMEN TO MTG004UR-RPT-LINEA
               WRITE MTG004UR-RPT-LINEA

               MOVE 1 TO WS-MEJOR
               PERFORM 2300-LISTAR-MEJOR-CONSUMIDOR
                   VARYING WS-PUESTO FROM 1 BY 1
                   UNTIL WS-PUESTO > WS-TOPE-CONSUMIDORES
                      OR WS-MEJOR = ZERO
           END-IF

           PERFORM 2100-LEER-MTG004-SIGUIENTE.

       2100-LEER-MTG004-SIGUIENTE.
           READ MTG004-FILE NEXT RECORD
               AT END
                   SET WS-FIN-MTG004 TO TRUE
           END-READ
           IF NOT WS-FIN-MTG004
               IF WS-STAT-MTG004 NOT = '00'
                   DISPLAY 'MTG004UR: ERROR DE LECTURA EN MTG004 '
                       'FILE STATUS ' WS-STAT-MTG004
                   SET WS-FIN-MTG004 TO TRUE
               END-IF
           END-IF.

       2300-LISTAR-MEJOR-CONSUMIDOR.
           MOVE ZERO TO WS-MEJOR
           PERFORM 2400-COMPARAR-CONSUMIDOR
               VARYING WS-Q FROM 1 BY 1
               UNTIL WS-Q > WS-CON-NUM
           IF WS-MEJOR > ZERO
               MOVE WS-CON-CANAL(WS-MEJOR) TO WS-LC-CANAL
               MOVE WS-CON-USUARIO(WS-MEJOR) TO WS-LC-USUARIO
               MOVE WS-CON-CONSULTAS(WS-MEJOR) TO WS-LC-CONSULTAS
               MOVE SPACES TO MTG004UR-RPT-LINEA
               MOVE WS-LINEA-CONSUMIDOR TO MTG004UR-RPT-LINEA
               WRITE MTG004UR-RPT-LINEA
               MOVE 'S' TO WS-CON-LISTADO(WS-MEJOR)
           END-IF.

       2400-COMPARAR-CONSUMIDOR.
           IF WS-CON-LISTADO(WS-Q) = 'N'
               IF WS-MEJOR = ZERO
                   MOVE WS-Q TO WS-MEJOR
               ELSE
                   IF WS-CON-CONSULTAS(WS-Q) >
                           WS-CON-CONSULTAS(WS-MEJOR)
                       MOVE WS-Q TO WS-MEJOR
                   END-IF
               END-IF
           END-IF.

       3000-BUSCAR-SIN-LECTURAS.
           PERFORM 5000-ACUMULAR-USO-TABLA

           IF WS-LECTURAS-PERIODO = ZERO
               ADD 1 TO WS-CONTADOR-TABLAS-SIN
               MOVE MTG004-CDTABLA TO WS-LS-CDTABLA
               MOVE SPACE TO WS-LS-CDSELEC
               MOVE 'TABLA' TO WS-LS-TIPO
               MOVE MTG004-NBTABLA TO WS-LS-DESCRIPCION
               PERFORM 3050-BUSCAR-ULTIMA-LECTURA
               IF WS-ULTIMA-LECTURA NOT = SPACES
                   STRING 'ULTIMA LECTURA ' DELIMITED BY SIZE
                          WS-ULTIMA-LECTURA DELIMITED BY SIZE
                       INTO WS-LS-ULTIMA
               ELSE
                   IF WS-MES-DIRECTORIO > ZERO
                       MOVE 'SOLO VISTA EN DIRECTORIO TC07'
                           TO WS-LS-ULTIMA
                   ELSE
                       MOVE 'SIN LECTURAS REGISTRADAS' TO WS-LS-ULTIMA
                   END-IF
               END-IF
               PERFORM 8000-ESCRIBIR-SIN-LECTURA
           ELSE
               PERFORM 3100-BUSCAR-ENTRADAS-SIN-LEER
           END-IF

           PERFORM 2100-LEER-MTG004-SIGUIENTE.

       3050-BUSCAR-ULTIMA-LECTURA.
      * Ultima lectura TC05 de la tabla anterior al periodo, si el
      * fichero de uso la conserva.
           MOVE SPACES TO WS-ULTIMA-LECTURA
                          WS-LS-ULTIMA
           MOVE 'N' TO WS-FIN-MTG004UC-SW
           MOVE LOW-VALUES TO MTG004UC-CLAVE
           MOVE MTG004-CDTABLA TO MTG004UC-CDTABLA
           START MTG004UC-FILE
               KEY IS NOT LESS THAN MTG004UC-CLAVE
               INVALID KEY
                   SET WS-FIN-MTG004UC TO TRUE
           END-START

           PERFORM 3060-LEER-USO-ANTERIOR
               UNTIL WS-FIN-MTG004UC.

       3060-LEER-USO-ANTERIOR.
           READ MTG004UC-FILE NEXT RECORD
               AT END
                   SET WS-FIN-MTG004UC TO TRUE
           END-READ
           IF NOT WS-FIN-MTG004UC
               IF WS-STAT-MTG004UC NOT = '00'
                   OR MTG004UC-CDTABLA NOT = MTG004-CDTABLA
                   OR MTG004UC-FECHA-AAAAMMDD NOT < WS-FECHA-DESDE
                   SET WS-FIN-MTG004UC TO TRUE
               ELSE
                   IF MTG004UC-TIPO = 'C'
                       AND (MTG004UC-VIA = 'T' OR MTG004UC-VIA = 'K')
                       MOVE MTG004UC-FECHA-AAAAMMDD
                           TO WS-ULTIMA-LECTURA
                   END-IF
               END-IF
           END-IF.

       3100-BUSCAR-ENTRADAS-SIN-LEER.
      * Entradas activas de la tabla que ninguna respuesta TC05 del
      * periodo ha entregado; se indica la ultima lectura de la tabla.
           MOVE 'N' TO WS-FIN-MTG004E-SW
           MOVE LOW-VALUES TO MTG004E-CLAVE
           MOVE MTG004-CDTABLA TO MTG004E-CDTABLA
           START MTG004E-FILE
               KEY IS NOT LESS THAN MTG004E-CLAVE
               INVALID KEY
                   SET WS-FIN-MTG004E TO TRUE
           END-START

           PERFORM 3200-COMPROBAR-ENTRADA
               UNTIL WS-FIN-MTG004E.

       3200-COMPROBAR-ENTRADA.
           READ MTG004E-FILE NEXT RECORD
               AT END
                   SET WS-FIN-MTG004E TO TRUE
           END-READ
           IF NOT WS-FIN-MTG004E
               IF WS-STAT-MTG004E NOT = '00'
                   DISPLAY 'MTG004UR: ERROR DE LECTURA EN MTG004E '
                       'FILE STATUS ' WS-STAT-MTG004E
                   SET WS-FIN-MTG004E TO TRUE
               END-IF
           END-IF
           IF NOT WS-FIN-MTG004E
               IF MTG004E-CDTABLA NOT = MTG004-CDTABLA
                   SET WS-FIN-MTG004E TO TRUE
               ELSE
                   IF MTG004E-STCLAV = 'A'
                       MOVE 'N' TO WS-ENCONTRADA-SW
                       PERFORM VARYING WS-C FROM 1 BY 1
                               UNTIL WS-C > WS-LEI-NUM
                                  OR WS-ENCONTRADA
                           IF WS-LEI-CDSELEC(WS-C) = MTG004E-CDSELEC
                               SET WS-ENCONTRADA TO TRUE
                           END-IF
                       END-PERFORM
                       IF NOT WS-ENCONTRADA
                           ADD 1 TO WS-CONTADOR-ENTRADAS-SIN
                           MOVE MTG004E-CDTABLA TO WS-LS-CDTABLA
                           MOVE MTG004E-CDSELEC TO WS-LS-CDSELEC
                           MOVE 'ENTRADA' TO WS-LS-TIPO
                           MOVE MTG004E-CLAVTABS TO WS-LS-DESCRIPCION
                           MOVE SPACES TO WS-LS-ULTIMA
                           STRING 'TABLA LEIDA POR ULTIMA VEZ '
                                      DELIMITED BY SIZE
                                  WS-ULTIMA-LECTURA DELIMITED BY SIZE
                               INTO WS-LS-ULTIMA
                           PERFORM 8000-ESCRIBIR-SIN-LECTURA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       5000-ACUMULAR-USO-TABLA.
      * Recorre los registros de uso de la tabla dentro del periodo
      * sin lecturas (la clave empieza por tabla y fecha) y deja los
      * acumulados del periodo y del mes del informe.
           MOVE ZERO TO WS-LECTURAS-PERIODO
                        WS-MES-POR-CDTABLA
                        WS-MES-POR-CLAVTG
                        WS-MES-A-FECHA
                        WS-MES-DIRECTORIO
                        WS-MES-CONSULTAS
                        WS-CON-NUM
                        WS-LEI-NUM
           MOVE SPACES TO WS-ULTIMA-LECTURA

           MOVE 'N' TO WS-FIN-MTG004UC-SW
           MOVE LOW-VALUES TO MTG004UC-CLAVE
           MOVE MTG004-CDTABLA TO MTG004UC-CDTABLA
           MOVE WS-FECHA-DESDE TO MTG004UC-FECHA-AAAAMMDD
           START MTG004UC-FILE
               KEY IS NOT LESS THAN MTG004UC-CLAVE
               INVALID KEY
                   SET WS-FIN-MTG004UC TO TRUE
           END-START

           PERFORM 5100-LEER-USO-SIGUIENTE
               UNTIL WS-FIN-MTG004UC.

       5100-LEER-USO-SIGUIENTE.
           READ MTG004UC-FILE NEXT RECORD
               AT END
                   SET WS-FIN-MTG004UC TO TRUE
           END-READ
           IF NOT WS-FIN-MTG004UC
               IF WS-STAT-MTG004UC NOT = '00'
                   DISPLAY 'MTG004UR: ERROR DE LECTURA EN MTG004UC '
                       'FILE STATUS ' WS-STAT-MTG004UC
                   SET WS-FIN-MTG004UC TO TRUE
               ELSE
                   IF MTG004UC-CDTABLA NOT = MTG004-CDTABLA
                       OR MTG004UC-FECHA-AAAAMMDD > WS-FECHA-HASTA
                       SET WS-FIN-MTG004UC TO TRUE
                   ELSE
                       IF MTG004UC-TIPO = 'E'
                           PERFORM 5300-ANOTAR-ENTRADAS-LEIDAS
                       ELSE
                           PERFORM 5200-ANOTAR-CONSULTAS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       5200-ANOTAR-CONSULTAS.
           IF MTG004UC-VIA = 'T' OR MTG004UC-VIA = 'K'
               ADD MTG004UC-CONTADOR TO WS-LECTURAS-PERIODO
               MOVE MTG004UC-FECHA-AAAAMMDD TO WS-ULTIMA-LECTURA
           END-IF

           IF MTG004UC-FECHA-AAAAMMDD(1:6) = WS-MES-INFORME
               EVALUATE MTG004UC-VIA
                   WHEN 'T'
                       ADD MTG004UC-CONTADOR TO WS-MES-POR-CDTABLA
                   WHEN 'K'
                       ADD MTG004UC-CONTADOR TO WS-MES-POR-CLAVTG
                   WHEN 'P'
                       ADD MTG004UC-CONTADOR TO WS-MES-DIRECTORIO
               END-EVALUATE
               IF MTG004UC-VIA = 'T' OR MTG004UC-VIA = 'K'
                   ADD MTG004UC-CONTADOR TO WS-MES-CONSULTAS
                   IF MTG004UC-A-FECHA = 'S'
                       ADD MTG004UC-CONTADOR TO WS-MES-A-FECHA
                   END-IF
                   PERFORM 5400-ANOTAR-CONSUMIDOR
               END-IF
           END-IF.

       5300-ANOTAR-ENTRADAS-LEIDAS.
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > MTG004UC-NUM-CDSELEC
               MOVE 'N' TO WS-ENCONTRADA-SW
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-LEI-NUM
                          OR WS-ENCONTRADA
                   IF WS-LEI-CDSELEC(WS-C)
                           = MTG004UC-CDSELEC-LEIDA(WS-Q)
                       SET WS-ENCONTRADA TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-ENCONTRADA
                   AND WS-LEI-NUM < 256
                   ADD 1 TO WS-LEI-NUM
                   MOVE MTG004UC-CDSELEC-LEIDA(WS-Q)
                       TO WS-LEI-CDSELEC(WS-LEI-NUM)
               END-IF
           END-PERFORM.

       5400-ANOTAR-CONSUMIDOR.
           MOVE ZERO TO WS-Q
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CON-NUM
                      OR WS-Q > ZERO
               IF WS-CON-CANAL(WS-C) = MTG004UC-CANAL
                   AND WS-CON-USUARIO(WS-C) = MTG004UC-USUARIO
                   MOVE WS-C TO WS-Q
               END-IF
           END-PERFORM

           IF WS-Q = ZERO
               IF WS-CON-NUM < 200
                   ADD 1 TO WS-CON-NUM
                   MOVE WS-CON-NUM TO WS-Q
                   MOVE MTG004UC-CANAL TO WS-CON-CANAL(WS-Q)
                   MOVE MTG004UC-USUARIO TO WS-CON-USUARIO(WS-Q)
                   MOVE ZERO TO WS-CON-CONSULTAS(WS-Q)
                   MOVE 'N' TO WS-CON-LISTADO(WS-Q)
               ELSE
                   IF NOT WS-DESBORDE-CONSUMIDORES
                       DISPLAY 'MTG004UR: MAS DE 200 CONSUMIDORES EN '
                           'UNA TABLA - RANKING INCOMPLETO'
                       SET WS-DESBORDE-CONSUMIDORES TO TRUE
                   END-IF
               END-IF
           END-IF

           IF WS-Q > ZERO
               ADD MTG004UC-CONTADOR TO WS-CON-CONSULTAS(WS-Q)
           END-IF.

       8000-ESCRIBIR-SIN-LECTURA.
           MOVE SPACES TO MTG004UR-RPT-LINEA
           MOVE WS-LINEA-SIN-LECTURA TO MTG004UR-RPT-LINEA
           WRITE MTG004UR-RPT-LINEA.

       9900-FIN.
           IF NOT WS-SIN-USO
               AND NOT WS-SIN-MAESTRO
               MOVE SPACES TO MTG004UR-RPT-LINEA
               STRING 'TABLAS SIN LECTURAS: ' DELIMITED BY SIZE
                      WS-CONTADOR-TABLAS-SIN DELIMITED BY SIZE
                      '  ENTRADAS SIN LECTURAS: ' DELIMITED BY SIZE
                      WS-CONTADOR-ENTRADAS-SIN DELIMITED BY SIZE
                   INTO MTG004UR-RPT-LINEA
               WRITE MTG004UR-RPT-LINEA

               CLOSE MTG004-FILE
               CLOSE MTG004E-FILE
           END-IF
           IF NOT WS-SIN-USO
               CLOSE MTG004UC-FILE
           END-IF
           CLOSE MTG004UR-RPT.
