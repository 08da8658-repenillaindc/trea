       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTG004LI.
      *
      * Batch MTG004LI - Impacto de los cambios de calendario sobre lo
      * pendiente. Cuando se declara un festivo sobrevenido con TC14
      * (baja de un dia habil en MTG004L), los cambios que ya estaban
      * encolados para ese dia no se enteran: MTG004N los encontraria
      * en la noche con la fecha efectiva en un dia sin proceso. Este
      * informe recorre los cambios diferidos pendientes de MTG004F
      * (estado 'P') y los movimientos pendientes de visado de MTG004V
      * (estado 'P' con FECVIG informada) cuya fecha efectiva es hoy o
      * posterior, y lista los que caen en un dia que no es habil en
      * el calendario de la plaza de su tabla (la de sus reglas
      * MTG004RG; sin reglas o sin plaza, el general 'GRAL'), con su
      * capturador, para anularlos con TC12 o rechazarlos con TC09 y
      * volver a capturarlos con una fecha valida.
      *
      * El parametro opcional MTG004LIPRM admite una plaza: solo se
      * listan los pendientes de las tablas de esa plaza. Vacio o
      * ausente, se revisan todas.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MTG004LI-PRM ASSIGN TO "MTG004LIPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-PRM.

           SELECT MTG004F-FILE ASSIGN TO "MTG004F"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MTG004F-CLAVE
               FILE STATUS IS WS-STAT-MTG004F.

           SELECT MTG004V-FILE ASSIGN TO "MTG004V"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MTG004V-CLAVE
               FILE STATUS IS WS-STAT-MTG004V.

           SELECT MTG004L-FILE ASSIGN TO "MTG004L"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MTG004L-CLAVE
               FILE STATUS IS WS-STAT-MTG004L.

           SELECT MTG004RG-FILE ASSIGN TO "MTG004RG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MTG004RG-CDTABLA
               FILE STATUS IS WS-STAT-MTG004RG.

           SELECT MTG004LI-RPT ASSIGN TO "MTG004LIRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  MTG004LI-PRM.
       01 MTG004LI-PRM-REGISTRO.
         05 MTG004LI-PRM-CDPLAZA               PIC  X(4).

       FD  MTG004F-FILE.
           COPY MTG004F_reg.

       FD  MTG004V-FILE.
           COPY MTG004V_reg.

       FD  MTG004L-FILE.
           COPY MTG004L_reg.

       FD  MTG004RG-FILE.
           COPY MTG004RG_reg.

       FD  MTG004LI-RPT.
       01 MTG004LI-RPT-LINEA                  PIC  X(100).

       WORKING-STORAGE SECTION.
       01 WS-STAT-PRM                         PIC  X(2).
       01 WS-STAT-MTG004F                     PIC  X(2).
       01 WS-STAT-MTG004V                     PIC  X(2).
       01 WS-STAT-MTG004L                     PIC  X(2).
       01 WS-STAT-MTG004RG                    PIC  X(2).
       01 WS-STAT-RPT                         PIC  X(2).
       01 WS-SIN-CALENDARIO-SW                PIC  X(1) VALUE 'N'.
           88 WS-SIN-CALENDARIO                VALUE 'S'.
       01 WS-SIN-REGLAS-SW                    PIC  X(1) VALUE 'N'.
           88 WS-SIN-REGLAS                    VALUE 'S'.
       01 WS-SIN-MTG004F-SW                   PIC  X(1) VALUE 'N'.
           88 WS-SIN-MTG004F                   VALUE 'S'.
       01 WS-SIN-MTG004V-SW                   PIC  X(1) VALUE 'N'.
           88 WS-SIN-MTG004V                   VALUE 'S'.
       01 WS-FIN-MTG004F-SW                   PIC  X(1) VALUE 'N'.
           88 WS-FIN-MTG004F                   VALUE 'S'.
       01 WS-FIN-MTG004V-SW                   PIC  X(1) VALUE 'N'.
           88 WS-FIN-MTG004V                   VALUE 'S'.
       01 WS-CONTADOR-REVISADOS               PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-AFECTADOS-F             PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-AFECTADOS-V             PIC  9(7) VALUE ZERO.

       01 WS-FECHA-HORA-ACTUAL                PIC  X(21).
       01 WS-FECHA-PROCESO-AAAAMMDD           PIC  X(8).
       01 WS-PLAZA-FILTRO                     PIC  X(4) VALUE SPACES.
       01 WS-PLAZA-GENERAL                    PIC  X(4) VALUE 'GRAL'.
       01 WS-CDPLAZA                          PIC  X(4).
       01 WS-CDTABLA                          PIC  X(4).
       01 WS-FECVIG-AAAAMMDD                  PIC  X(8).

       01 WS-LINEA-DETALLE.
           05 WS-LD-ORIGEN                    PIC  X(7).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-FECVIG                    PIC  X(8).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-CDPLAZA                   PIC  X(4).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-CDTABLA                   PIC  X(4).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-CDSELEC                   PIC  X(1).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-FECHA-ALTA                PIC  X(8).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-HORA-ALTA                 PIC  X(6).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-USUARIO                   PIC  X(8).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-CHECKER                   PIC  X(8).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-ACCION                    PIC  X(20).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           IF NOT WS-SIN-CALENDARIO
               PERFORM 2000-REVISAR-MTG004F
                   UNTIL WS-FIN-MTG004F
               PERFORM 3000-REVISAR-MTG004V
                   UNTIL WS-FIN-MTG004V
           END-IF
           PERFORM 9900-FIN
           GOBACK.

       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-FECHA-HORA-ACTUAL
           MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-PROCESO-AAAAMMDD

           PERFORM 1100-LEER-PARAMETRO

           OPEN OUTPUT MTG004LI-RPT

           MOVE SPACES TO MTG004LI-RPT-LINEA
           STRING 'PENDIENTES CON FECHA EFECTIVA EN DIA NO HABIL - '
                      DELIMITED BY SIZE
                  'DIA ' DELIMITED BY SIZE
                  WS-FECHA-PROCESO-AAAAMMDD DELIMITED BY SIZE
               INTO MTG004LI-RPT-LINEA
           WRITE MTG004LI-RPT-LINEA

           IF WS-PLAZA-FILTRO NOT = SPACES
               MOVE SPACES TO MTG004LI-RPT-LINEA
               STRING 'SOLO TABLAS DE LA PLAZA ' DELIMITED BY SIZE
                      WS-PLAZA-FILTRO DELIMITED BY SIZE
                   INTO MTG004LI-RPT-LINEA
               WRITE MTG004LI-RPT-LINEA
           END-IF

      * Sin calendario no hay nada que contrastar: se avisa y el
      * informe sale vacio.
           OPEN INPUT MTG004L-FILE
           IF WS-STAT-MTG004L NOT = '00'
               DISPLAY 'MTG004LI: CALENDARIO MTG004L NO DISPONIBLE '
                   '(FILE STATUS ' WS-STAT-MTG004L ')'
               SET WS-SIN-CALENDARIO TO TRUE
               MOVE SPACES TO MTG004LI-RPT-LINEA
               STRING 'CALENDARIO MTG004L NO DISPONIBLE - INFORME NO '
                      'GENERADO' DELIMITED BY SIZE
                   INTO MTG004LI-RPT-LINEA
               WRITE MTG004LI-RPT-LINEA
           ELSE
               PERFORM 1200-ABRIR-PENDIENTES
           END-IF.

       1100-LEER-PARAMETRO.
           OPEN INPUT MTG004LI-PRM
           IF WS-STAT-PRM = '00'
               READ MTG004LI-PRM
                   AT END
                       CONTINUE
               END-READ
               IF WS-STAT-PRM = '00'
                   MOVE MTG004LI-PRM-CDPLAZA TO WS-PLAZA-FILTRO
               END-IF
               CLOSE MTG004LI-PRM
           END-IF.

       1200-ABRIR-PENDIENTES.
      * Sin reglas MTG004RG todas las tablas se contrastan con el
      * calendario general, como hace MTG004N.
           OPEN INPUT MTG004RG-FILE
           IF WS-STAT-MTG004RG NOT = '00'
               DISPLAY 'MTG004LI: REGLAS MTG004RG NO DISPONIBLES '
                   '(FILE STATUS ' WS-STAT-MTG004RG ') - SE USA EL '
                   'CALENDARIO GENERAL'
               SET WS-SIN-REGLAS TO TRUE
           END-IF

           OPEN INPUT MTG004F-FILE
           IF WS-STAT-MTG004F NOT = '00'
               DISPLAY 'MTG004LI: MTG004F NO DISPONIBLE (FILE STATUS '
                   WS-STAT-MTG004F ')'
               SET WS-SIN-MTG004F TO TRUE
               SET WS-FIN-MTG004F TO TRUE
           ELSE
      * La clave de MTG004F empieza por la fecha efectiva: lo anterior
      * a hoy ya no depende del calendario y no se recorre.
               MOVE LOW-VALUES TO MTG004F-CLAVE
               MOVE WS-FECHA-PROCESO-AAAAMMDD
                   TO MTG004F-FECVIG-AAAAMMDD
               START MTG004F-FILE
                   KEY IS NOT LESS THAN MTG004F-CLAVE
                   INVALID KEY
                       SET WS-FIN-MTG004F TO TRUE
               END-START
               IF NOT WS-FIN-MTG004F
                   PERFORM 2100-LEER-MTG004F-SIGUIENTE
               END-IF
           END-IF

           OPEN INPUT MTG004V-FILE
           IF WS-STAT-MTG004V NOT = '00'
               DISPLAY 'MTG004LI: MTG004V NO DISPONIBLE (FILE STATUS '
                   WS-STAT-MTG004V ')'
               SET WS-SIN-MTG004V TO TRUE
               SET WS-FIN-MTG004V TO TRUE
           ELSE
               PERFORM 3100-LEER-MTG004V-SIGUIENTE
           END-IF.

       2000-REVISAR-MTG004F.
           IF MTG004F-ESTADO = 'P'
               MOVE MTG004F-CDTABLA TO WS-CDTABLA
               MOVE MTG004F-FECVIG-AAAAMMDD TO WS-FECVIG-AAAAMMDD
               PERFORM 5000-RESOLVER-PLAZA
               IF WS-PLAZA-FILTRO = SPACES
                   OR WS-PLAZA-FILTRO = WS-CDPLAZA
                   ADD 1 TO WS-CONTADOR-REVISADOS
                   PERFORM 5100-LEER-CALENDARIO
                   IF WS-STAT-MTG004L NOT = '00'
                       ADD 1 TO WS-CONTADOR-AFECTADOS-F
                       MOVE 'MTG004F' TO WS-LD-ORIGEN
                       MOVE MTG004F-CDSELEC TO WS-LD-CDSELEC
                       MOVE MTG004F-FECHA-ALTA TO WS-LD-FECHA-ALTA
                       MOVE MTG004F-HORA-ALTA TO WS-LD-HORA-ALTA
                       MOVE MTG004F-USUARIO TO WS-LD-USUARIO
                       MOVE MTG004F-CHECKER TO WS-LD-CHECKER
                       MOVE 'ANULAR CON TC12' TO WS-LD-ACCION
                       PERFORM 8000-ESCRIBIR-DETALLE
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-LEER-MTG004F-SIGUIENTE.

       2100-LEER-MTG004F-SIGUIENTE.
           READ MTG004F-FILE NEXT RECORD
               AT END
                   SET WS-FIN-MTG004F TO TRUE
           END-READ
           IF NOT WS-FIN-MTG004F
               IF WS-STAT-MTG004F NOT = '00'
                   DISPLAY 'MTG004LI: ERROR DE LECTURA EN MTG004F '
                       'FILE STATUS ' WS-STAT-MTG004F
                   SET WS-FIN-MTG004F TO TRUE
               END-IF
           END-IF.

       3000-REVISAR-MTG004V.
      * Solo cuentan los movimientos que llevan fecha efectiva: sin
      * FECVIG se aplican el dia en que se aprueban.
           IF MTG004V-ESTADO = 'P'
               AND MTG004V-FECVIG NOT = SPACES
               STRING MTG004V-FECVIG(5:4) DELIMITED BY SIZE
                      MTG004V-FECVIG(1:2) DELIMITED BY SIZE
                      MTG004V-FECVIG(3:2) DELIMITED BY SIZE
                   INTO WS-FECVIG-AAAAMMDD
               IF WS-FECVIG-AAAAMMDD >= WS-FECHA-PROCESO-AAAAMMDD
                   MOVE MTG004V-CDTABLA TO WS-CDTABLA
                   PERFORM 5000-RESOLVER-PLAZA
                   IF WS-PLAZA-FILTRO = SPACES
                       OR WS-PLAZA-FILTRO = WS-CDPLAZA
                       ADD 1 TO WS-CONTADOR-REVISADOS
                       PERFORM 5100-LEER-CALENDARIO
                       IF WS-STAT-MTG004L NOT = '00'
                           PERFORM 3200-DENUNCIAR-MTG004V
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 3100-LEER-MTG004V-SIGUIENTE.

       3100-LEER-MTG004V-SIGUIENTE.
           READ MTG004V-FILE NEXT RECORD
               AT END
                   SET WS-FIN-MTG004V TO TRUE
           END-READ
           IF NOT WS-FIN-MTG004V
               IF WS-STAT-MTG004V NOT = '00'
                   DISPLAY 'MTG004LI: ERROR DE LECTURA EN MTG004V '
                       'FILE STATUS ' WS-STAT-MTG004V
                   SET WS-FIN-MTG004V TO TRUE
               END-IF
           END-IF.

       3200-DENUNCIAR-MTG004V.
           ADD 1 TO WS-CONTADOR-AFECTADOS-V
           MOVE 'MTG004V' TO WS-LD-ORIGEN
           MOVE MTG004V-CDSELEC TO WS-LD-CDSELEC
           MOVE MTG004V-FECHA-ALTA TO WS-LD-FECHA-ALTA
           MOVE MTG004V-HORA-ALTA TO WS-LD-HORA-ALTA
           MOVE MTG004V-USUARIO-CAPTURA TO WS-LD-USUARIO
           MOVE SPACES TO WS-LD-CHECKER
           MOVE 'RECHAZAR CON TC09' TO WS-LD-ACCION
           PERFORM 8000-ESCRIBIR-DETALLE.

       5000-RESOLVER-PLAZA.
      * Mismo criterio que 9860-RESOLVER-PLAZA de las transacciones:
      * la plaza de las reglas de la tabla (activas o no) o, sin
      * reglas o sin plaza, el calendario general.
           MOVE WS-PLAZA-GENERAL TO WS-CDPLAZA
           IF NOT WS-SIN-REGLAS
               MOVE WS-CDTABLA TO MTG004RG-CDTABLA
               READ MTG004RG-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-STAT-MTG004RG = '00'
                   AND MTG004RG-CDPLAZA NOT = SPACES
                   MOVE MTG004RG-CDPLAZA TO WS-CDPLAZA
               END-IF
           END-IF.

       5100-LEER-CALENDARIO.
           MOVE WS-CDPLAZA TO MTG004L-CDPLAZA
           MOVE WS-FECVIG-AAAAMMDD TO MTG004L-FECHA-AAAAMMDD
           READ MTG004L-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       8000-ESCRIBIR-DETALLE.
           MOVE WS-FECVIG-AAAAMMDD TO WS-LD-FECVIG
           MOVE WS-CDPLAZA TO WS-LD-CDPLAZA
           MOVE WS-CDTABLA TO WS-LD-CDTABLA

           MOVE SPACES TO MTG004LI-RPT-LINEA
           MOVE WS-LINEA-DETALLE TO MTG004LI-RPT-LINEA
           WRITE MTG004LI-RPT-LINEA.

       9900-FIN.
           MOVE SPACES TO MTG004LI-RPT-LINEA
           STRING 'TOTAL REVISADOS: '      DELIMITED BY SIZE
                  WS-CONTADOR-REVISADOS    DELIMITED BY SIZE
                  '  AFECTADOS MTG004F: '  DELIMITED BY SIZE
                  WS-CONTADOR-AFECTADOS-F  DELIMITED BY SIZE
                  '  AFECTADOS MTG004V: '  DELIMITED BY SIZE
                  WS-CONTADOR-AFECTADOS-V  DELIMITED BY SIZE
               INTO MTG004LI-RPT-LINEA
           WRITE MTG004LI-RPT-LINEA

           IF NOT WS-SIN-CALENDARIO
               CLOSE MTG004L-FILE
               IF NOT WS-SIN-REGLAS
                   CLOSE MTG004RG-FILE
               END-IF
               IF NOT WS-SIN-MTG004F
                   CLOSE MTG004F-FILE
               END-IF
               IF NOT WS-SIN-MTG004V
                   CLOSE MTG004V-FILE
               END-IF
           END-IF
           CLOSE MTG004LI-RPT.
