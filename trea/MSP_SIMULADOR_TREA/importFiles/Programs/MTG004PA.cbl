       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTG004PA.
      *
      * Batch MTG004PA - Analisis previo a la activacion de cambios
      * diferidos. MTG004N solo descubre los problemas de un cambio la
      * noche en que lo activa, y entonces lo deja en error 'E'. Este
      * informe se adelanta: revisa los cambios pendientes de MTG004F
      * (estado 'P') cuya fecha efectiva cae en los proximos N dias
      * habiles del calendario MTG004L de la plaza de su tabla (la de
      * sus reglas MTG004RG; sin reglas o sin plaza, el general
      * 'GRAL'), incluidos los ya vencidos que siguen en cola, y
      * lista en MTG004PARPT cada conflicto con el capturador y el
      * visador del cambio, para corregirlo o anularlo con TC12 antes
      * de la noche:
      *   CAMBIOS APILADOS  hay mas de un cambio pendiente sobre la
      *                     misma CDTABLA/CDSELEC: se aplicaran uno
      *                     tras otro y solo quedara el ultimo;
      *   ENTRADA DE BAJA   la entrada ya no existe o no esta activa
      *                     en MTG004E: MTG004N no podra aplicarlo;
      *   SUPERADO          la entrada tiene en la historia MTG004H un
      *                     movimiento inmediato (de cualquier canal
      *                     salvo la propia activacion MTG004N)
      *                     posterior a la captura del cambio, que lo
      *                     pisaria al activarse; se indica el ultimo;
      *   BANCO INACTIVO    la MTG004F-CLAVBANS del cambio apunta a un
      *                     banco dado de baja con TC11 en MTB001, o
      *                     que no existe.
      * Un cambio puede dar varias lineas si tiene varios conflictos.
      *
      * El parametro opcional MTG004PAPRM admite el numero de dias
      * habiles (2 posiciones, por defecto 5). Sin calendario, o si el
      * de una plaza no tiene cargados tantos dias, se revisan todos
      * los pendientes de esas tablas sin limite de fecha.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MTG004PA-PRM ASSIGN TO "MTG004PAPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-PRM.

           SELECT MTG004F-FILE ASSIGN TO "MTG004F"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTG004F-CLAVE
               FILE STATUS IS WS-STAT-MTG004F.

           SELECT MTG004E-FILE ASSIGN TO "MTG004E"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MTG004E-CLAVE
               FILE STATUS IS WS-STAT-MTG004E.

           SELECT MTG004H-FILE ASSIGN TO "MTG004H"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTG004H-CLAVE
               FILE STATUS IS WS-STAT-MTG004H.

           SELECT MTB001-FILE ASSIGN TO "MTB001"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MTB001-CLAVBAN
               FILE STATUS IS WS-STAT-MTB001.

           SELECT MTG004L-FILE ASSIGN TO "MTG004L"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTG004L-CLAVE
               FILE STATUS IS WS-STAT-MTG004L.

           SELECT MTG004RG-FILE ASSIGN TO "MTG004RG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MTG004RG-CDTABLA
               FILE STATUS IS WS-STAT-MTG004RG.

           SELECT MTG004PA-RPT ASSIGN TO "MTG004PARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  MTG004PA-PRM.
       01 MTG004PA-PRM-REGISTRO.
         05 MTG004PA-PRM-DIAS                  PIC  X(2).

       FD  MTG004F-FILE.
           COPY MTG004F_reg.

       FD  MTG004E-FILE.
           COPY MTG004E_reg.

       FD  MTG004H-FILE.
           COPY MTG004H_reg.

       FD  MTB001-FILE.
           COPY MTB001_reg.

       FD  MTG004L-FILE.
           COPY MTG004L_reg.

       FD  MTG004RG-FILE.
           COPY MTG004RG_reg.

       FD  MTG004PA-RPT.
       01 MTG004PA-RPT-LINEA                  PIC  X(100).

       WORKING-STORAGE SECTION.
       01 WS-STAT-PRM                         PIC  X(2).
       01 WS-STAT-MTG004F                     PIC  X(2).
       01 WS-STAT-MTG004E                     PIC  X(2).
       01 WS-STAT-MTG004H                     PIC  X(2).
       01 WS-STAT-MTB001                      PIC  X(2).
       01 WS-STAT-MTG004L                     PIC  X(2).
       01 WS-STAT-MTG004RG                    PIC  X(2).
       01 WS-STAT-RPT                         PIC  X(2).
       01 WS-SIN-CALENDARIO-SW                PIC  X(1) VALUE 'N'.
           88 WS-SIN-CALENDARIO                VALUE 'S'.
       01 WS-SIN-REGLAS-SW                    PIC  X(1) VALUE 'N'.
           88 WS-SIN-REGLAS                    VALUE 'S'.
       01 WS-SIN-MTG004F-SW                   PIC  X(1) VALUE 'N'.
           88 WS-SIN-MTG004F                   VALUE 'S'.
       01 WS-ERROR-MTG004F-SW                 PIC  X(1) VALUE 'N'.
           88 WS-ERROR-MTG004F                 VALUE 'S'.
       01 WS-FIN-MTG004F-SW                   PIC  X(1) VALUE 'N'.
           88 WS-FIN-MTG004F                   VALUE 'S'.
       01 WS-FIN-MTG004H-SW                   PIC  X(1) VALUE 'N'.
           88 WS-FIN-MTG004H                   VALUE 'S'.
       01 WS-FIN-CALENDARIO-SW                PIC  X(1) VALUE 'N'.
           88 WS-FIN-CALENDARIO                VALUE 'S'.
       01 WS-CONFLICTO-SW                     PIC  X(1) VALUE 'N'.
           88 WS-HAY-CONFLICTO                 VALUE 'S'.
       01 WS-DESBORDE-APILADOS-SW             PIC  X(1) VALUE 'N'.
           88 WS-DESBORDE-APILADOS             VALUE 'S'.
       01 WS-CONTADOR-REVISADOS               PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-AFECTADOS               PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-CONFLICTOS              PIC  9(7) VALUE ZERO.

       01 WS-FECHA-HORA-ACTUAL                PIC  X(21).
       01 WS-FECHA-PROCESO-AAAAMMDD           PIC  X(8).
       01 WS-DIAS                             PIC  9(2) VALUE 5.
       01 WS-DIAS-LEIDOS                      PIC  9(2).
       01 WS-PLAZA-GENERAL                    PIC  X(4) VALUE 'GRAL'.
       01 WS-CDPLAZA                          PIC  X(4).
       01 WS-FECHA-LIMITE                     PIC  X(8).
       01 WS-SIN-LIMITE                       PIC  X(8) VALUE ALL '9'.
       01 WS-CAPTURA                          PIC  X(14).
       01 WS-MOVIMIENTO                       PIC  X(14).
       01 WS-ULTIMO-MOVIMIENTO                PIC  X(14).
       01 WS-ULTIMO-CANAL                     PIC  X(8).
       01 WS-ULTIMO-USUARIO                   PIC  X(8).
       01 WS-PENDIENTES-EDIT                  PIC  ZZ9.

      * Limite de fecha efectiva de cada plaza ya resuelta: el N-esimo
      * dia habil posterior a hoy (WS-SIN-LIMITE si no lo hay).
       01 WS-PLAZAS.
         05 WS-PLZ-NUM                        PIC  9(3) VALUE ZERO.
         05 WS-PLZ-ENTRADA OCCURS 100 TIMES.
           10 WS-PLZ-CDPLAZA                  PIC  X(4).
           10 WS-PLZ-FECHA-LIMITE             PIC  X(8).

      * Cambios pendientes por CDTABLA/CDSELEC en todo MTG004F.
       01 WS-APILADOS.
         05 WS-API-NUM                        PIC  9(4) VALUE ZERO.
         05 WS-API-ENTRADA OCCURS 2000 TIMES.
           10 WS-API-CDTABLA                  PIC  X(4).
           10 WS-API-CDSELEC                  PIC  X(1).
           10 WS-API-PENDIENTES               PIC  9(3).

       01 WS-C                                PIC S9(4) COMP.
       01 WS-Q                                PIC S9(4) COMP.

       01 WS-LINEA-DETALLE.
           05 WS-LD-FECVIG                    PIC  X(8).
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
           05 WS-LD-CONFLICTO                 PIC  X(16).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-DETALLE                   PIC  X(27).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           IF NOT WS-SIN-MTG004F
               PERFORM 2000-CONTAR-PENDIENTES
                   UNTIL WS-FIN-MTG004F
               IF NOT WS-ERROR-MTG004F
                   PERFORM 1500-SEGUNDA-PASADA
                   PERFORM 3000-ANALIZAR-PENDIENTE
                       UNTIL WS-FIN-MTG004F
               END-IF
           END-IF
           PERFORM 9900-FIN
           GOBACK.

       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-FECHA-HORA-ACTUAL
           MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-PROCESO-AAAAMMDD

           PERFORM 1100-LEER-PARAMETRO

           OPEN OUTPUT MTG004PA-RPT

           MOVE SPACES TO MTG004PA-RPT-LINEA
           STRING 'ANALISIS PREVIO A LA ACTIVACION DE CAMBIOS '
                      DELIMITED BY SIZE
                  'DIFERIDOS MTG004F - DIA ' DELIMITED BY SIZE
                  WS-FECHA-PROCESO-AAAAMMDD DELIMITED BY SIZE
               INTO MTG004PA-RPT-LINEA
           WRITE MTG004PA-RPT-LINEA
           MOVE SPACES TO MTG004PA-RPT-LINEA
           STRING 'PENDIENTES CON FECHA EFECTIVA EN LOS PROXIMOS '
                      DELIMITED BY SIZE
                  WS-DIAS DELIMITED BY SIZE
                  ' DIAS HABILES DE SU PLAZA' DELIMITED BY SIZE
               INTO MTG004PA-RPT-LINEA
           WRITE MTG004PA-RPT-LINEA

      * Sin calendario no se puede acotar el horizonte: se revisan
      * todos los pendientes.
           OPEN INPUT MTG004L-FILE
           IF WS-STAT-MTG004L NOT = '00'
               DISPLAY 'MTG004PA: CALENDARIO MTG004L NO DISPONIBLE '
                   '(FILE STATUS ' WS-STAT-MTG004L ') - SE REVISAN '
                   'TODOS LOS PENDIENTES'
               SET WS-SIN-CALENDARIO TO TRUE
               MOVE SPACES TO MTG004PA-RPT-LINEA
               STRING 'CALENDARIO MTG004L NO DISPONIBLE - SE REVISAN '
                      'TODOS LOS PENDIENTES' DELIMITED BY SIZE
                   INTO MTG004PA-RPT-LINEA
               WRITE MTG004PA-RPT-LINEA
           END-IF

      * Sin reglas MTG004RG todas las tablas se rigen por el
      * calendario general, como hace MTG004N.
           IF NOT WS-SIN-CALENDARIO
               OPEN INPUT MTG004RG-FILE
               IF WS-STAT-MTG004RG NOT = '00'
                   DISPLAY 'MTG004PA: REGLAS MTG004RG NO DISPONIBLES '
                       '(FILE STATUS ' WS-STAT-MTG004RG ') - SE USA EL '
                       'CALENDARIO GENERAL'
                   SET WS-SIN-REGLAS TO TRUE
               END-IF
           ELSE
               SET WS-SIN-REGLAS TO TRUE
           END-IF

           MOVE SPACES TO MTG004PA-RPT-LINEA
           STRING 'FECVIG   TABL S ALTA     HORA   CAPTURA  VISADOR  '
                      DELIMITED BY SIZE
                  'CONFLICTO        DETALLE' DELIMITED BY SIZE
               INTO MTG004PA-RPT-LINEA
           WRITE MTG004PA-RPT-LINEA

           OPEN INPUT MTG004F-FILE
           IF WS-STAT-MTG004F NOT = '00'
               DISPLAY 'MTG004PA: MTG004F NO DISPONIBLE (FILE STATUS '
                   WS-STAT-MTG004F ')'
               SET WS-SIN-MTG004F TO TRUE
           ELSE
               PERFORM 1200-ABRIR-CONSULTAS
           END-IF

           IF NOT WS-SIN-MTG004F
               PERFORM 2100-LEER-MTG004F-SIGUIENTE
           END-IF.

       1100-LEER-PARAMETRO.
           OPEN INPUT MTG004PA-PRM
           IF WS-STAT-PRM = '00'
               READ MTG004PA-PRM
                   AT END
                       CONTINUE
               END-READ
               IF WS-STAT-PRM = '00'
                   AND MTG004PA-PRM-DIAS NUMERIC
                   AND MTG004PA-PRM-DIAS > ZERO
                   MOVE MTG004PA-PRM-DIAS TO WS-DIAS
               END-IF
               CLOSE MTG004PA-PRM
           END-IF.

       1200-ABRIR-CONSULTAS.
      * Sin alguno de estos ficheros cada cambio pendiente saldria con
      * un conflicto falso (entrada de baja, banco inexistente) o sin
      * los que si tiene: no se analiza nada.
           OPEN INPUT MTG004E-FILE
           OPEN INPUT MTG004H-FILE
           OPEN INPUT MTB001-FILE

           IF WS-STAT-MTG004E NOT = '00'
               OR WS-STAT-MTG004H NOT = '00'
               OR WS-STAT-MTB001 NOT = '00'
               DISPLAY 'MTG004PA: FICHEROS NO DISPONIBLES - MTG004E '
                   WS-STAT-MTG004E ' MTG004H ' WS-STAT-MTG004H
                   ' MTB001 ' WS-STAT-MTB001
               MOVE SPACES TO MTG004PA-RPT-LINEA
               STRING 'FICHEROS MTG004E/MTG004H/MTB001 NO DISPONIBLES '
                      '- ANALISIS NO REALIZADO' DELIMITED BY SIZE
                   INTO MTG004PA-RPT-LINEA
               WRITE MTG004PA-RPT-LINEA
               IF WS-STAT-MTG004E = '00'
                   CLOSE MTG004E-FILE
               END-IF
               IF WS-STAT-MTG004H = '00'
                   CLOSE MTG004H-FILE
               END-IF
               IF WS-STAT-MTB001 = '00'
                   CLOSE MTB001-FILE
               END-IF
               CLOSE MTG004F-FILE
               SET WS-SIN-MTG004F TO TRUE
           END-IF.

       1500-SEGUNDA-PASADA.
           MOVE 'N' TO WS-FIN-MTG004F-SW
           MOVE LOW-VALUES TO MTG004F-CLAVE
           START MTG004F-FILE
               KEY IS NOT LESS THAN MTG004F-CLAVE
               INVALID KEY
                   SET WS-FIN-MTG004F TO TRUE
           END-START
           IF NOT WS-FIN-MTG004F
               PERFORM 2100-LEER-MTG004F-SIGUIENTE
           END-IF.

       2000-CONTAR-PENDIENTES.
      * Primera pasada: cambios pendientes de cada CDTABLA/CDSELEC en
      * todo el fichero, tambien los que caen fuera del horizonte.
           IF MTG004F-ESTADO = 'P'
               PERFORM 2200-BUSCAR-APILADO
               IF WS-C = ZERO
                   IF WS-API-NUM < 2000
                       ADD 1 TO WS-API-NUM
                       MOVE WS-API-NUM TO WS-C
                       MOVE MTG004F-CDTABLA TO WS-API-CDTABLA(WS-C)
                       MOVE MTG004F-CDSELEC TO WS-API-CDSELEC(WS-C)
                       MOVE ZERO TO WS-API-PENDIENTES(WS-C)
                   ELSE
                       IF NOT WS-DESBORDE-APILADOS
                           DISPLAY 'MTG004PA: MAS DE 2000 ENTRADAS CON '
                               'PENDIENTES - APILADOS INCOMPLETOS'
                           SET WS-DESBORDE-APILADOS TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF WS-C > ZERO
                   ADD 1 TO WS-API-PENDIENTES(WS-C)
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
                   DISPLAY 'MTG004PA: ERROR DE LECTURA EN MTG004F '
                       'FILE STATUS ' WS-STAT-MTG004F
                   SET WS-FIN-MTG004F TO TRUE
                   SET WS-ERROR-MTG004F TO TRUE
               END-IF
           END-IF.

       2200-BUSCAR-APILADO.
      * Deja en WS-C la entrada de la CDTABLA/CDSELEC del cambio en
      * curso, o cero si no esta.
           MOVE ZERO TO WS-C
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > WS-API-NUM
                      OR WS-C > ZERO
               IF WS-API-CDTABLA(WS-Q) = MTG004F-CDTABLA
                   AND WS-API-CDSELEC(WS-Q) = MTG004F-CDSELEC
                   MOVE WS-Q TO WS-C
               END-IF
           END-PERFORM.

       3000-ANALIZAR-PENDIENTE.
           IF MTG004F-ESTADO = 'P'
               PERFORM 5000-RESOLVER-LIMITE
               IF MTG004F-FECVIG-AAAAMMDD <= WS-FECHA-LIMITE
                   ADD 1 TO WS-CONTADOR-REVISADOS
                   MOVE 'N' TO WS-CONFLICTO-SW
                   PERFORM 3100-COMPROBAR-APILADOS
                   PERFORM 3200-COMPROBAR-ENTRADA
                   PERFORM 3400-COMPROBAR-BANCO
                   IF WS-HAY-CONFLICTO
                       ADD 1 TO WS-CONTADOR-AFECTADOS
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-LEER-MTG004F-SIGUIENTE.

       3100-COMPROBAR-APILADOS.
           PERFORM 2200-BUSCAR-APILADO
           IF WS-C > ZERO
               IF WS-API-PENDIENTES(WS-C) > 1
                   MOVE WS-API-PENDIENTES(WS-C) TO WS-PENDIENTES-EDIT
                   MOVE 'CAMBIOS APILADOS' TO WS-LD-CONFLICTO
                   MOVE SPACES TO WS-LD-DETALLE
                   STRING WS-PENDIENTES-EDIT DELIMITED BY SIZE
                          ' PENDIENTES EN LA ENTRADA' DELIMITED BY SIZE
                       INTO WS-LD-DETALLE
                   PERFORM 8000-ESCRIBIR-CONFLICTO
               END-IF
           END-IF.

       3200-COMPROBAR-ENTRADA.
      * Con la entrada de baja el cambio no se podra aplicar y no tiene
      * sentido buscar movimientos que lo superen.
           MOVE MTG004F-CDTABLA TO MTG004E-CDTABLA
           MOVE MTG004F-CDSELEC TO MTG004E-CDSELEC
           READ MTG004E-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-STAT-MTG004E NOT = '00'
               MOVE 'ENTRADA DE BAJA' TO WS-LD-CONFLICTO
               MOVE 'NO EXISTE EN MTG004E' TO WS-LD-DETALLE
               PERFORM 8000-ESCRIBIR-CONFLICTO
           ELSE
               IF MTG004E-STCLAV NOT = 'A'
                   MOVE 'ENTRADA DE BAJA' TO WS-LD-CONFLICTO
                   MOVE 'INACTIVA EN MTG004E' TO WS-LD-DETALLE
                   PERFORM 8000-ESCRIBIR-CONFLICTO
               ELSE
                   PERFORM 3300-COMPROBAR-HISTORIA
               END-IF
           END-IF.

       3300-COMPROBAR-HISTORIA.
      * La clave de MTG004H lleva la fecha en mmddaaaa: se recorre
      * toda la historia de la entrada y se compara en aaaammdd+hora
      * con la captura del cambio (MTG004F-FECHA-ALTA tambien va en
      * mmddaaaa).
           STRING MTG004F-FECHA-ALTA(5:4) DELIMITED BY SIZE
                  MTG004F-FECHA-ALTA(1:4) DELIMITED BY SIZE
                  MTG004F-HORA-ALTA DELIMITED BY SIZE
               INTO WS-CAPTURA
           MOVE SPACES TO WS-ULTIMO-MOVIMIENTO

           MOVE 'N' TO WS-FIN-MTG004H-SW
           MOVE LOW-VALUES TO MTG004H-CLAVE
           MOVE MTG004F-CDTABLA TO MTG004H-CDTABLA
           MOVE MTG004F-CDSELEC TO MTG004H-CDSELEC
           START MTG004H-FILE
               KEY IS NOT LESS THAN MTG004H-CLAVE
               INVALID KEY
                   SET WS-FIN-MTG004H TO TRUE
           END-START
           PERFORM 3310-LEER-MOVIMIENTO
               UNTIL WS-FIN-MTG004H

           IF WS-ULTIMO-MOVIMIENTO NOT = SPACES
               MOVE 'SUPERADO' TO WS-LD-CONFLICTO
               MOVE SPACES TO WS-LD-DETALLE
               STRING WS-ULTIMO-CANAL DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-ULTIMO-MOVIMIENTO(1:8) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-ULTIMO-USUARIO DELIMITED BY SIZE
                   INTO WS-LD-DETALLE
               PERFORM 8000-ESCRIBIR-CONFLICTO
           END-IF.

       3310-LEER-MOVIMIENTO.
           READ MTG004H-FILE NEXT RECORD
               AT END
                   SET WS-FIN-MTG004H TO TRUE
           END-READ
           IF NOT WS-FIN-MTG004H
               IF WS-STAT-MTG004H NOT = '00'
                   OR MTG004H-CDTABLA NOT = MTG004F-CDTABLA
                   OR MTG004H-CDSELEC NOT = MTG004F-CDSELEC
                   SET WS-FIN-MTG004H TO TRUE
               ELSE
                   IF MTG004H-CANAL NOT = 'MTG004N'
                       STRING MTG004H-FECHA(5:4) DELIMITED BY SIZE
                              MTG004H-FECHA(1:4) DELIMITED BY SIZE
                              MTG004H-HORA DELIMITED BY SIZE
                           INTO WS-MOVIMIENTO
                       IF WS-MOVIMIENTO > WS-CAPTURA
                           AND (WS-ULTIMO-MOVIMIENTO = SPACES
                             OR WS-MOVIMIENTO > WS-ULTIMO-MOVIMIENTO)
                           MOVE WS-MOVIMIENTO TO WS-ULTIMO-MOVIMIENTO
                           MOVE MTG004H-CANAL TO WS-ULTIMO-CANAL
                           MOVE MTG004H-USUARIO TO WS-ULTIMO-USUARIO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3400-COMPROBAR-BANCO.
           IF MTG004F-CLAVBANS NOT = SPACES
               MOVE MTG004F-CLAVBANS TO MTB001-CLAVBAN
               READ MTB001-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-STAT-MTB001 NOT = '00'
                   MOVE 'BANCO INACTIVO' TO WS-LD-CONFLICTO
                   MOVE SPACES TO WS-LD-DETALLE
                   STRING 'CLAVBANS ' DELIMITED BY SIZE
                          MTG004F-CLAVBANS DELIMITED BY SIZE
                          ' NO EXISTE' DELIMITED BY SIZE
                       INTO WS-LD-DETALLE
                   PERFORM 8000-ESCRIBIR-CONFLICTO
               ELSE
                   IF MTB001-STBANCO NOT = 'A'
                       MOVE 'BANCO INACTIVO' TO WS-LD-CONFLICTO
                       MOVE SPACES TO WS-LD-DETALLE
                       STRING 'CLAVBANS ' DELIMITED BY SIZE
                              MTG004F-CLAVBANS DELIMITED BY SIZE
                              ' BAJA ' DELIMITED BY SIZE
                              MTB001-FECBAJA DELIMITED BY SIZE
                           INTO WS-LD-DETALLE
                       PERFORM 8000-ESCRIBIR-CONFLICTO
                   END-IF
               END-IF
           END-IF.

       5000-RESOLVER-LIMITE.
      * Limite de fecha efectiva de la plaza de la tabla del cambio,
      * calculado una sola vez por plaza.
           IF WS-SIN-CALENDARIO
               MOVE WS-SIN-LIMITE TO WS-FECHA-LIMITE
           ELSE
               PERFORM 5100-RESOLVER-PLAZA
               MOVE ZERO TO WS-C
               PERFORM VARYING WS-Q FROM 1 BY 1
                       UNTIL WS-Q > WS-PLZ-NUM
                          OR WS-C > ZERO
                   IF WS-PLZ-CDPLAZA(WS-Q) = WS-CDPLAZA
                       MOVE WS-Q TO WS-C
                   END-IF
               END-PERFORM
               IF WS-C > ZERO
                   MOVE WS-PLZ-FECHA-LIMITE(WS-C) TO WS-FECHA-LIMITE
               ELSE
                   PERFORM 5200-CALCULAR-LIMITE
                   IF WS-PLZ-NUM < 100
                       ADD 1 TO WS-PLZ-NUM
                       MOVE WS-CDPLAZA TO WS-PLZ-CDPLAZA(WS-PLZ-NUM)
                       MOVE WS-FECHA-LIMITE
                           TO WS-PLZ-FECHA-LIMITE(WS-PLZ-NUM)
                   END-IF
               END-IF
           END-IF.

       5100-RESOLVER-PLAZA.
      * Mismo criterio que 9860-RESOLVER-PLAZA de las transacciones:
      * la plaza de las reglas de la tabla (activas o no) o, sin
      * reglas o sin plaza, el calendario general.
           MOVE WS-PLAZA-GENERAL TO WS-CDPLAZA
           IF NOT WS-SIN-REGLAS
               MOVE MTG004F-CDTABLA TO MTG004RG-CDTABLA
               READ MTG004RG-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-STAT-MTG004RG = '00'
                   AND MTG004RG-CDPLAZA NOT = SPACES
                   MOVE MTG004RG-CDPLAZA TO WS-CDPLAZA
               END-IF
           END-IF.

       5200-CALCULAR-LIMITE.
      * N-esimo dia habil de la plaza posterior a hoy; si el calendario
      * no llega tan lejos, sin limite.
           MOVE ZERO TO WS-DIAS-LEIDOS
           MOVE WS-SIN-LIMITE TO WS-FECHA-LIMITE
           MOVE 'N' TO WS-FIN-CALENDARIO-SW
           MOVE WS-CDPLAZA TO MTG004L-CDPLAZA
           MOVE WS-FECHA-PROCESO-AAAAMMDD TO MTG004L-FECHA-AAAAMMDD
           START MTG004L-FILE
               KEY IS GREATER THAN MTG004L-CLAVE
               INVALID KEY
                   SET WS-FIN-CALENDARIO TO TRUE
           END-START
           PERFORM 5300-LEER-DIA-HABIL
               UNTIL WS-FIN-CALENDARIO

           IF WS-DIAS-LEIDOS < WS-DIAS
               MOVE WS-SIN-LIMITE TO WS-FECHA-LIMITE
               DISPLAY 'MTG004PA: CALENDARIO DE ' WS-CDPLAZA
                   ' SIN ' WS-DIAS ' DIAS HABILES CARGADOS - SUS '
                   'PENDIENTES SE REVISAN SIN LIMITE'
           END-IF.

       5300-LEER-DIA-HABIL.
           READ MTG004L-FILE NEXT RECORD
               AT END
                   SET WS-FIN-CALENDARIO TO TRUE
           END-READ
           IF NOT WS-FIN-CALENDARIO
               IF WS-STAT-MTG004L NOT = '00'
                   OR MTG004L-CDPLAZA NOT = WS-CDPLAZA
                   SET WS-FIN-CALENDARIO TO TRUE
               ELSE
                   ADD 1 TO WS-DIAS-LEIDOS
                   MOVE MTG004L-FECHA-AAAAMMDD TO WS-FECHA-LIMITE
                   IF WS-DIAS-LEIDOS >= WS-DIAS
                       SET WS-FIN-CALENDARIO TO TRUE
                   END-IF
               END-IF
           END-IF.

       8000-ESCRIBIR-CONFLICTO.
           SET WS-HAY-CONFLICTO TO TRUE
           ADD 1 TO WS-CONTADOR-CONFLICTOS
           MOVE MTG004F-FECVIG-AAAAMMDD TO WS-LD-FECVIG
           MOVE MTG004F-CDTABLA TO WS-LD-CDTABLA
           MOVE MTG004F-CDSELEC TO WS-LD-CDSELEC
           MOVE MTG004F-FECHA-ALTA TO WS-LD-FECHA-ALTA
           MOVE MTG004F-HORA-ALTA TO WS-LD-HORA-ALTA
           MOVE MTG004F-USUARIO TO WS-LD-USUARIO
           MOVE MTG004F-CHECKER TO WS-LD-CHECKER

           MOVE SPACES TO MTG004PA-RPT-LINEA
           MOVE WS-LINEA-DETALLE TO MTG004PA-RPT-LINEA
           WRITE MTG004PA-RPT-LINEA.

       9900-FIN.
      * Con un error de lectura en MTG004F los apilados y los totales
      * quedan incompletos y no se dan como un recorrido completo.
           MOVE SPACES TO MTG004PA-RPT-LINEA
           IF WS-ERROR-MTG004F
               MOVE 'ANALISIS INCOMPLETO - ERROR DE LECTURA EN MTG004F'
                   TO MTG004PA-RPT-LINEA
           ELSE
               STRING 'TOTAL REVISADOS: '      DELIMITED BY SIZE
                      WS-CONTADOR-REVISADOS    DELIMITED BY SIZE
                      '  CON CONFLICTOS: '     DELIMITED BY SIZE
                      WS-CONTADOR-AFECTADOS    DELIMITED BY SIZE
                      '  CONFLICTOS: '         DELIMITED BY SIZE
                      WS-CONTADOR-CONFLICTOS   DELIMITED BY SIZE
                   INTO MTG004PA-RPT-LINEA
           END-IF
           WRITE MTG004PA-RPT-LINEA
           IF WS-CONTADOR-AFECTADOS > ZERO
               MOVE SPACES TO MTG004PA-RPT-LINEA
               STRING 'CORREGIR O ANULAR CON TC12 ANTES DE LA '
                      'ACTIVACION NOCTURNA MTG004N' DELIMITED BY SIZE
                   INTO MTG004PA-RPT-LINEA
               WRITE MTG004PA-RPT-LINEA
           END-IF

           IF NOT WS-SIN-CALENDARIO
               CLOSE MTG004L-FILE
               IF NOT WS-SIN-REGLAS
                   CLOSE MTG004RG-FILE
               END-IF
           END-IF
           IF NOT WS-SIN-MTG004F
               CLOSE MTG004F-FILE
               CLOSE MTG004E-FILE
               CLOSE MTG004H-FILE
               CLOSE MTB001-FILE
           END-IF
           CLOSE MTG004PA-RPT.
