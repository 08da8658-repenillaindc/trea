       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTG004VE.
      *
      * Batch MTG004VE - Envejecimiento, escalado y caducidad de los
      * movimientos pendientes de visado MTG004V. Un movimiento
      * capturado con TC06 sobre una tabla con doble control queda en
      * estado 'P' hasta que otro usuario lo apruebe o rechace con
      * TC09; si nadie lo hace, se quedaba asi para siempre y nadie lo
      * echaba de menos hasta que el negocio preguntaba por que el
      * cambio no habia entrado. Este batch nocturno recorre MTG004V y,
      * para cada pendiente, cuenta los dias habiles transcurridos
      * desde su captura en el calendario MTG004L de la plaza de su
      * tabla (la de sus reglas MTG004RG; sin reglas o sin plaza, el
      * general 'GRAL'):
      *   - a partir de los dias de aviso del parametro el pendiente
      *     se lista como escalado, con su tabla y su capturador;
      *   - a partir de los dias de caducidad pasa al estado 'X'
      *     (caducado) con un motivo automatico y MTG004VE como
      *     usuario de visado; TC09 ya no lo puede aprobar y el cambio
      *     hay que volver a capturarlo si sigue haciendo falta.
      * Tras cada tabla se resume por capturador: pendientes,
      * escalados, caducados y antiguedad maxima.
      *
      * Al final el informe da la estadistica mensual de segregacion
      * de funciones del mes pedido: movimientos aprobados,
      * rechazados y caducados en el mes (por su fecha de visado) y,
      * por cada capturador, los visadores que mas movimientos suyos
      * aprueban.
      *
      * El parametro opcional MTG004VEPRM admite los dias habiles de
      * aviso (3 posiciones, por defecto 003), los de caducidad (3
      * posiciones, por defecto 015) y el mes de la estadistica en
      * aaaamm (por defecto el mes en curso). Sin calendario MTG004L
      * no se envejece ni se caduca nada: solo sale la estadistica.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MTG004VE-PRM ASSIGN TO "MTG004VEPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-PRM.

           SELECT MTG004V-FILE ASSIGN TO "MTG004V"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MTG004V-CLAVE
               FILE STATUS IS WS-STAT-MTG004V.

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

           SELECT MTG004VE-RPT ASSIGN TO "MTG004VERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  MTG004VE-PRM.
       01 MTG004VE-PRM-REGISTRO.
         05 MTG004VE-PRM-DIAS-AVISO            PIC  X(3).
         05 MTG004VE-PRM-DIAS-CADUCIDAD        PIC  X(3).
         05 MTG004VE-PRM-MES-AAAAMM            PIC  X(6).

       FD  MTG004V-FILE.
           COPY MTG004V_reg.

       FD  MTG004L-FILE.
           COPY MTG004L_reg.

       FD  MTG004RG-FILE.
           COPY MTG004RG_reg.

       FD  MTG004VE-RPT.
       01 MTG004VE-RPT-LINEA                  PIC  X(100).

       WORKING-STORAGE SECTION.
       01 WS-STAT-PRM                         PIC  X(2).
       01 WS-STAT-MTG004V                     PIC  X(2).
       01 WS-STAT-MTG004L                     PIC  X(2).
       01 WS-STAT-MTG004RG                    PIC  X(2).
       01 WS-STAT-RPT                         PIC  X(2).
       01 WS-SIN-MTG004V-SW                   PIC  X(1) VALUE 'N'.
           88 WS-SIN-MTG004V                   VALUE 'S'.
       01 WS-SIN-CALENDARIO-SW                PIC  X(1) VALUE 'N'.
           88 WS-SIN-CALENDARIO                VALUE 'S'.
       01 WS-SIN-REGLAS-SW                    PIC  X(1) VALUE 'N'.
           88 WS-SIN-REGLAS                    VALUE 'S'.
       01 WS-FIN-MTG004V-SW                   PIC  X(1) VALUE 'N'.
           88 WS-FIN-MTG004V                   VALUE 'S'.
       01 WS-FIN-CALENDARIO-SW                PIC  X(1) VALUE 'N'.
           88 WS-FIN-CALENDARIO                VALUE 'S'.

       01 WS-DIAS-AVISO                       PIC  9(3) VALUE 3.
       01 WS-DIAS-CADUCIDAD                   PIC  9(3) VALUE 15.
       01 WS-DIAS-HABILES                     PIC  9(3).
       01 WS-DIAS-TOPE                        PIC  9(3) VALUE 999.
       01 WS-MES-ESTADISTICA                  PIC  X(6).
       01 WS-MES-VISADO                       PIC  X(6).

       01 WS-CONTADOR-PENDIENTES              PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-ESCALADOS               PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-CADUCADOS               PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-MES-APROBADOS           PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-MES-RECHAZADOS          PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-MES-CADUCADOS           PIC  9(7) VALUE ZERO.

       01 WS-FECHA-HORA-ACTUAL                PIC  X(21).
       01 WS-FECHA-PROCESO                    PIC  X(8).
       01 WS-HORA-PROCESO                     PIC  X(6).
       01 WS-FECHA-PROCESO-AAAAMMDD           PIC  X(8).
       01 WS-FECHA-ALTA-AAAAMMDD              PIC  X(8).
       01 WS-PLAZA-GENERAL                    PIC  X(4) VALUE 'GRAL'.
       01 WS-CDPLAZA                          PIC  X(4).
       01 WS-CDTABLA-ACTUAL                   PIC  X(4) VALUE SPACES.
       01 WS-SITUACION                        PIC  X(9).

      * Capturadores con pendientes de la tabla en curso, para el
      * resumen que se escribe al cambiar de tabla.
       01 WS-CAPTURADORES.
         05 WS-CAP-NUM                        PIC  9(3) VALUE ZERO.
         05 WS-CAP-ENTRADA OCCURS 200 TIMES.
           10 WS-CAP-USUARIO                  PIC  X(8).
           10 WS-CAP-PENDIENTES               PIC  9(7).
           10 WS-CAP-ESCALADOS                PIC  9(7).
           10 WS-CAP-CADUCADOS                PIC  9(7).
           10 WS-CAP-DIAS-MAX                 PIC  9(3).

      * Parejas capturador/visador de los movimientos aprobados en el
      * mes de la estadistica, con el numero de aprobaciones.
       01 WS-PAREJAS.
         05 WS-PAR-NUM                        PIC  9(4) VALUE ZERO.
         05 WS-PAR-ENTRADA OCCURS 500 TIMES.
           10 WS-PAR-CAPTURADOR               PIC  X(8).
           10 WS-PAR-VISADOR                  PIC  X(8).
           10 WS-PAR-APROBADOS                PIC  9(7).
           10 WS-PAR-LISTADA                  PIC  X(1).
       01 WS-DESBORDE-PAREJAS-SW              PIC  X(1) VALUE 'N'.
           88 WS-DESBORDE-PAREJAS              VALUE 'S'.
       01 WS-DESBORDE-CAPTURADORES-SW         PIC  X(1) VALUE 'N'.
           88 WS-DESBORDE-CAPTURADORES         VALUE 'S'.

       01 WS-C                                PIC S9(4) COMP.
       01 WS-P                                PIC S9(4) COMP.
       01 WS-Q                                PIC S9(4) COMP.
       01 WS-MEJOR                            PIC S9(4) COMP.
       01 WS-PUESTO                           PIC S9(4) COMP.
       01 WS-TOPE-VISADORES                   PIC S9(4) COMP VALUE 3.
       01 WS-CAPTURADOR-ACTUAL                PIC  X(8).
       01 WS-APROBADOS-CAPTURADOR             PIC  9(7).

       01 WS-MOTIVO-CADUCIDAD.
           05 FILLER                          PIC  X(26) VALUE
               'CADUCADO SIN VISADO TRAS '.
           05 WS-MC-DIAS                      PIC  9(3).
           05 FILLER                          PIC  X(11) VALUE
               ' DIAS HAB.'.

       01 WS-LINEA-DETALLE.
           05 FILLER                          PIC  X(2) VALUE SPACES.
           05 WS-LD-CDSELEC                   PIC  X(1).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-FUNCION                   PIC  X(1).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-FECHA-ALTA                PIC  X(8).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-HORA-ALTA                 PIC  X(6).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-CAPTURADOR                PIC  X(8).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-PLAZA                     PIC  X(4).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-DIAS                      PIC  ZZ9.
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-SITUACION                 PIC  X(9).

       01 WS-LINEA-CAPTURADOR.
           05 FILLER                          PIC  X(4) VALUE SPACES.
           05 FILLER                          PIC  X(11) VALUE
               'CAPTURADOR '.
           05 WS-LC-USUARIO                   PIC  X(8).
           05 FILLER                          PIC  X(13) VALUE
               ' PENDIENTES: '.
           05 WS-LC-PENDIENTES                PIC  ZZZZZZ9.
           05 FILLER                          PIC  X(12) VALUE
               ' ESCALADOS: '.
           05 WS-LC-ESCALADOS                 PIC  ZZZZZZ9.
           05 FILLER                          PIC  X(12) VALUE
               ' CADUCADOS: '.
           05 WS-LC-CADUCADOS                 PIC  ZZZZZZ9.
           05 FILLER                          PIC  X(12) VALUE
               ' DIAS MAX: '.
           05 WS-LC-DIAS-MAX                  PIC  ZZ9.

       01 WS-LINEA-VISADOR.
           05 FILLER                          PIC  X(8) VALUE SPACES.
           05 FILLER                          PIC  X(8) VALUE
               'VISADOR '.
           05 WS-LV-VISADOR                   PIC  X(8).
           05 FILLER                          PIC  X(12) VALUE
               ' APROBADOS: '.
           05 WS-LV-APROBADOS                 PIC  ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           IF NOT WS-SIN-MTG004V
               PERFORM 2000-PROCESAR-MTG004V
                   UNTIL WS-FIN-MTG004V
               IF WS-CDTABLA-ACTUAL NOT = SPACES
                   PERFORM 3000-CERRAR-TABLA
               END-IF
           END-IF
           PERFORM 6000-ESTADISTICA-MES
           PERFORM 9900-FIN
           GOBACK.

       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-FECHA-HORA-ACTUAL
           STRING WS-FECHA-HORA-ACTUAL(5:2) DELIMITED BY SIZE
                  WS-FECHA-HORA-ACTUAL(7:2) DELIMITED BY SIZE
                  WS-FECHA-HORA-ACTUAL(1:4) DELIMITED BY SIZE
               INTO WS-FECHA-PROCESO
           MOVE WS-FECHA-HORA-ACTUAL(9:6) TO WS-HORA-PROCESO
           MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-PROCESO-AAAAMMDD
           MOVE WS-FECHA-HORA-ACTUAL(1:6) TO WS-MES-ESTADISTICA

           PERFORM 1100-LEER-PARAMETRO

           OPEN OUTPUT MTG004VE-RPT

           MOVE SPACES TO MTG004VE-RPT-LINEA
           STRING 'ENVEJECIMIENTO DE PENDIENTES DE VISADO MTG004V - '
                      DELIMITED BY SIZE
                  'DIA ' DELIMITED BY SIZE
                  WS-FECHA-PROCESO-AAAAMMDD DELIMITED BY SIZE
               INTO MTG004VE-RPT-LINEA
           WRITE MTG004VE-RPT-LINEA

           MOVE SPACES TO MTG004VE-RPT-LINEA
           STRING 'AVISO A PARTIR DE ' DELIMITED BY SIZE
                  WS-DIAS-AVISO DELIMITED BY SIZE
                  ' DIAS HABILES - CADUCIDAD A PARTIR DE '
                      DELIMITED BY SIZE
                  WS-DIAS-CADUCIDAD DELIMITED BY SIZE
               INTO MTG004VE-RPT-LINEA
           WRITE MTG004VE-RPT-LINEA

           OPEN I-O MTG004V-FILE
           IF WS-STAT-MTG004V NOT = '00'
               DISPLAY 'MTG004VE: MTG004V NO DISPONIBLE (FILE STATUS '
                   WS-STAT-MTG004V ')'
               SET WS-SIN-MTG004V TO TRUE
               MOVE SPACES TO MTG004VE-RPT-LINEA
               STRING 'FICHERO MTG004V NO DISPONIBLE - INFORME NO '
                      'GENERADO' DELIMITED BY SIZE
                   INTO MTG004VE-RPT-LINEA
               WRITE MTG004VE-RPT-LINEA
           END-IF

      * Sin calendario no se puede medir la antiguedad en dias
      * habiles: no se escala ni se caduca nada, para no caducar un
      * movimiento por una cuenta equivocada.
           OPEN INPUT MTG004L-FILE
           IF WS-STAT-MTG004L NOT = '00'
               DISPLAY 'MTG004VE: CALENDARIO MTG004L NO DISPONIBLE '
                   '(FILE STATUS ' WS-STAT-MTG004L ') - NO SE '
                   'ENVEJECE NI SE CADUCA'
               SET WS-SIN-CALENDARIO TO TRUE
               MOVE SPACES TO MTG004VE-RPT-LINEA
               STRING 'CALENDARIO MTG004L NO DISPONIBLE - SIN '
                      'ENVEJECIMIENTO NI CADUCIDAD' DELIMITED BY SIZE
                   INTO MTG004VE-RPT-LINEA
               WRITE MTG004VE-RPT-LINEA
           END-IF

           OPEN INPUT MTG004RG-FILE
           IF WS-STAT-MTG004RG NOT = '00'
               DISPLAY 'MTG004VE: REGLAS MTG004RG NO DISPONIBLES '
                   '(FILE STATUS ' WS-STAT-MTG004RG ') - SE USA EL '
                   'CALENDARIO GENERAL'
               SET WS-SIN-REGLAS TO TRUE
           END-IF

           IF NOT WS-SIN-MTG004V
               PERFORM 2100-LEER-MTG004V-SIGUIENTE
           END-IF.

       1100-LEER-PARAMETRO.
      * Un valor no numerico, o una caducidad que no supere al aviso,
      * deja el valor por defecto.
           OPEN INPUT MTG004VE-PRM
           IF WS-STAT-PRM = '00'
               READ MTG004VE-PRM
                   AT END
                       CONTINUE
               END-READ
               IF WS-STAT-PRM = '00'
                   IF MTG004VE-PRM-DIAS-AVISO NUMERIC
                       MOVE MTG004VE-PRM-DIAS-AVISO TO WS-DIAS-AVISO
                   END-IF
                   IF MTG004VE-PRM-DIAS-CADUCIDAD NUMERIC
                       AND MTG004VE-PRM-DIAS-CADUCIDAD > ZERO
                       MOVE MTG004VE-PRM-DIAS-CADUCIDAD
                           TO WS-DIAS-CADUCIDAD
                   END-IF
                   IF MTG004VE-PRM-MES-AAAAMM NUMERIC
                       MOVE MTG004VE-PRM-MES-AAAAMM
                           TO WS-MES-ESTADISTICA
                   END-IF
               END-IF
               CLOSE MTG004VE-PRM
           END-IF
           IF WS-DIAS-CADUCIDAD <= WS-DIAS-AVISO
               DISPLAY 'MTG004VE: CADUCIDAD ' WS-DIAS-CADUCIDAD
                   ' NO SUPERA AL AVISO ' WS-DIAS-AVISO
                   ' - SE USAN 003 Y 015'
               MOVE 3 TO WS-DIAS-AVISO
               MOVE 15 TO WS-DIAS-CADUCIDAD
           END-IF.

       2000-PROCESAR-MTG004V.
           IF MTG004V-ESTADO = 'P'
               AND NOT WS-SIN-CALENDARIO
               PERFORM 4000-ENVEJECER-PENDIENTE
           END-IF

           PERFORM 5000-ANOTAR-ESTADISTICA

           PERFORM 2100-LEER-MTG004V-SIGUIENTE.

       2100-LEER-MTG004V-SIGUIENTE.
           READ MTG004V-FILE NEXT RECORD
               AT END
                   SET WS-FIN-MTG004V TO TRUE
           END-READ
           IF NOT WS-FIN-MTG004V
               IF WS-STAT-MTG004V NOT = '00'
                   DISPLAY 'MTG004VE: ERROR DE LECTURA EN MTG004V '
                       'FILE STATUS ' WS-STAT-MTG004V
                   SET WS-FIN-MTG004V TO TRUE
               END-IF
           END-IF.

       2500-ABRIR-TABLA.
           MOVE MTG004V-CDTABLA TO WS-CDTABLA-ACTUAL
           MOVE ZERO TO WS-CAP-NUM
           MOVE 'N' TO WS-DESBORDE-CAPTURADORES-SW
           MOVE SPACES TO MTG004VE-RPT-LINEA
           WRITE MTG004VE-RPT-LINEA
           MOVE SPACES TO MTG004VE-RPT-LINEA
           STRING 'TABLA ' DELIMITED BY SIZE
                  WS-CDTABLA-ACTUAL DELIMITED BY SIZE
               INTO MTG004VE-RPT-LINEA
           WRITE MTG004VE-RPT-LINEA.

       3000-CERRAR-TABLA.
           PERFORM 3100-ESCRIBIR-CAPTURADOR
               VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > WS-CAP-NUM.

       3100-ESCRIBIR-CAPTURADOR.
           MOVE WS-CAP-USUARIO(WS-C) TO WS-LC-USUARIO
           MOVE WS-CAP-PENDIENTES(WS-C) TO WS-LC-PENDIENTES
           MOVE WS-CAP-ESCALADOS(WS-C) TO WS-LC-ESCALADOS
           MOVE WS-CAP-CADUCADOS(WS-C) TO WS-LC-CADUCADOS
           MOVE WS-CAP-DIAS-MAX(WS-C) TO WS-LC-DIAS-MAX
           MOVE SPACES TO MTG004VE-RPT-LINEA
           MOVE WS-LINEA-CAPTURADOR TO MTG004VE-RPT-LINEA
           WRITE MTG004VE-RPT-LINEA.

       4000-ENVEJECER-PENDIENTE.
      * MTG004V se recorre por su clave, que empieza por la tabla: el
      * resumen por capturador se cierra al cambiar de tabla.
           IF MTG004V-CDTABLA NOT = WS-CDTABLA-ACTUAL
               IF WS-CDTABLA-ACTUAL NOT = SPACES
                   PERFORM 3000-CERRAR-TABLA
               END-IF
               PERFORM 2500-ABRIR-TABLA
           END-IF

           ADD 1 TO WS-CONTADOR-PENDIENTES
           PERFORM 4100-RESOLVER-PLAZA
           PERFORM 4200-CONTAR-DIAS-HABILES
           PERFORM 4500-LOCALIZAR-CAPTURADOR

           EVALUATE TRUE
               WHEN WS-DIAS-HABILES >= WS-DIAS-CADUCIDAD
                   PERFORM 4700-CADUCAR-PENDIENTE
               WHEN WS-DIAS-HABILES >= WS-DIAS-AVISO
                   ADD 1 TO WS-CONTADOR-ESCALADOS
                   IF WS-C > ZERO
                       ADD 1 TO WS-CAP-ESCALADOS(WS-C)
                   END-IF
                   MOVE 'ESCALADO ' TO WS-SITUACION
                   PERFORM 8000-ESCRIBIR-DETALLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4100-RESOLVER-PLAZA.
      * Mismo criterio que 9860-RESOLVER-PLAZA de las transacciones:
      * la plaza de las reglas de la tabla (activas o no) o, sin
      * reglas o sin plaza, el calendario general.
           MOVE WS-PLAZA-GENERAL TO WS-CDPLAZA
           IF NOT WS-SIN-REGLAS
               MOVE MTG004V-CDTABLA TO MTG004RG-CDTABLA
               READ MTG004RG-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-STAT-MTG004RG = '00'
                   AND MTG004RG-CDPLAZA NOT = SPACES
                   MOVE MTG004RG-CDPLAZA TO WS-CDPLAZA
               END-IF
           END-IF.

       4200-CONTAR-DIAS-HABILES.
      * Dias habiles de la plaza posteriores al de captura y hasta hoy
      * inclusive: un movimiento capturado hoy tiene 0 dias. La
      * cuenta se corta en el tope del campo.
           MOVE ZERO TO WS-DIAS-HABILES
           MOVE 'N' TO WS-FIN-CALENDARIO-SW
           STRING MTG004V-FECHA-ALTA(5:4) DELIMITED BY SIZE
                  MTG004V-FECHA-ALTA(1:2) DELIMITED BY SIZE
                  MTG004V-FECHA-ALTA(3:2) DELIMITED BY SIZE
               INTO WS-FECHA-ALTA-AAAAMMDD
           MOVE WS-CDPLAZA TO MTG004L-CDPLAZA
           MOVE WS-FECHA-ALTA-AAAAMMDD TO MTG004L-FECHA-AAAAMMDD
           START MTG004L-FILE
               KEY IS GREATER THAN MTG004L-CLAVE
               INVALID KEY
                   SET WS-FIN-CALENDARIO TO TRUE
           END-START
           PERFORM 4300-LEER-DIA-HABIL
               UNTIL WS-FIN-CALENDARIO.

       4300-LEER-DIA-HABIL.
           READ MTG004L-FILE NEXT RECORD
               AT END
                   SET WS-FIN-CALENDARIO TO TRUE
           END-READ
           IF NOT WS-FIN-CALENDARIO
               IF WS-STAT-MTG004L NOT = '00'
                   OR MTG004L-CDPLAZA NOT = WS-CDPLAZA
                   OR MTG004L-FECHA-AAAAMMDD > WS-FECHA-PROCESO-AAAAMMDD
                   SET WS-FIN-CALENDARIO TO TRUE
               ELSE
                   ADD 1 TO WS-DIAS-HABILES
                   IF WS-DIAS-HABILES >= WS-DIAS-TOPE
                       SET WS-FIN-CALENDARIO TO TRUE
                   END-IF
               END-IF
           END-IF.

       4500-LOCALIZAR-CAPTURADOR.
      * Deja en WS-C la entrada del capturador en la tabla en curso
      * (la crea si es nuevo); WS-C a cero si la tabla de trabajo se
      * desborda: el pendiente se trata igual, pero no se resume.
           MOVE ZERO TO WS-Q
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAP-NUM
                      OR WS-Q > ZERO
               IF WS-CAP-USUARIO(WS-C) = MTG004V-USUARIO-CAPTURA
                   MOVE WS-C TO WS-Q
               END-IF
           END-PERFORM

           IF WS-Q = ZERO
               IF WS-CAP-NUM < 200
                   ADD 1 TO WS-CAP-NUM
                   MOVE WS-CAP-NUM TO WS-Q
                   MOVE MTG004V-USUARIO-CAPTURA TO WS-CAP-USUARIO(WS-Q)
                   MOVE ZERO TO WS-CAP-PENDIENTES(WS-Q)
                                WS-CAP-ESCALADOS(WS-Q)
                                WS-CAP-CADUCADOS(WS-Q)
                                WS-CAP-DIAS-MAX(WS-Q)
               ELSE
                   IF NOT WS-DESBORDE-CAPTURADORES
                       DISPLAY 'MTG004VE: MAS DE 200 CAPTURADORES EN '
                           'LA TABLA ' WS-CDTABLA-ACTUAL
                           ' - RESUMEN INCOMPLETO'
                       SET WS-DESBORDE-CAPTURADORES TO TRUE
                   END-IF
               END-IF
           END-IF

           MOVE WS-Q TO WS-C
           IF WS-C > ZERO
               ADD 1 TO WS-CAP-PENDIENTES(WS-C)
               IF WS-DIAS-HABILES > WS-CAP-DIAS-MAX(WS-C)
                   MOVE WS-DIAS-HABILES TO WS-CAP-DIAS-MAX(WS-C)
               END-IF
           END-IF.

       4700-CADUCAR-PENDIENTE.
      * El caducado queda como un rechazo automatico: el batch figura
      * como visador y el motivo dice cuantos dias habiles espero.
           MOVE 'X' TO MTG004V-ESTADO
           MOVE 'MTG004VE' TO MTG004V-USUARIO-VISADO
           MOVE WS-FECHA-PROCESO TO MTG004V-FECHA-VISADO
           MOVE WS-HORA-PROCESO TO MTG004V-HORA-VISADO
           MOVE WS-DIAS-HABILES TO WS-MC-DIAS
           MOVE WS-MOTIVO-CADUCIDAD TO MTG004V-MOTIVO-RECHAZO

           REWRITE MTG004V-REGISTRO
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF WS-STAT-MTG004V NOT = '00'
               DISPLAY 'MTG004VE: ERROR ACTUALIZANDO MTG004V '
                   'FILE STATUS ' WS-STAT-MTG004V ' TABLA '
                   MTG004V-CDTABLA ' CDSELEC ' MTG004V-CDSELEC
               MOVE 'P' TO MTG004V-ESTADO
               MOVE 'ERROR    ' TO WS-SITUACION
           ELSE
               ADD 1 TO WS-CONTADOR-CADUCADOS
               IF WS-C > ZERO
                   ADD 1 TO WS-CAP-CADUCADOS(WS-C)
               END-IF
               MOVE 'CADUCADO ' TO WS-SITUACION
           END-IF

           PERFORM 8000-ESCRIBIR-DETALLE.

       5000-ANOTAR-ESTADISTICA.
      * El mes de un movimiento resuelto es el de su fecha de visado
      * (mmddaaaa); los caducados de esta misma ejecucion ya cuentan.
           IF MTG004V-ESTADO = 'A'
               OR MTG004V-ESTADO = 'R'
               OR MTG004V-ESTADO = 'X'
               STRING MTG004V-FECHA-VISADO(5:4) DELIMITED BY SIZE
                      MTG004V-FECHA-VISADO(1:2) DELIMITED BY SIZE
                   INTO WS-MES-VISADO
               IF WS-MES-VISADO = WS-MES-ESTADISTICA
                   EVALUATE MTG004V-ESTADO
                       WHEN 'A'
                           ADD 1 TO WS-CONTADOR-MES-APROBADOS
                           PERFORM 5100-ANOTAR-PAREJA
                       WHEN 'R'
                           ADD 1 TO WS-CONTADOR-MES-RECHAZADOS
                       WHEN 'X'
                           ADD 1 TO WS-CONTADOR-MES-CADUCADOS
                   END-EVALUATE
               END-IF
           END-IF.

       5100-ANOTAR-PAREJA.
           MOVE ZERO TO WS-Q
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PAR-NUM
                      OR WS-Q > ZERO
               IF WS-PAR-CAPTURADOR(WS-P) = MTG004V-USUARIO-CAPTURA
                   AND WS-PAR-VISADOR(WS-P) = MTG004V-USUARIO-VISADO
                   MOVE WS-P TO WS-Q
               END-IF
           END-PERFORM

           IF WS-Q = ZERO
               IF WS-PAR-NUM < 500
                   ADD 1 TO WS-PAR-NUM
                   MOVE WS-PAR-NUM TO WS-Q
                   MOVE MTG004V-USUARIO-CAPTURA
                       TO WS-PAR-CAPTURADOR(WS-Q)
                   MOVE MTG004V-USUARIO-VISADO TO WS-PAR-VISADOR(WS-Q)
                   MOVE ZERO TO WS-PAR-APROBADOS(WS-Q)
                   MOVE 'N' TO WS-PAR-LISTADA(WS-Q)
               ELSE
                   IF NOT WS-DESBORDE-PAREJAS
                       DISPLAY 'MTG004VE: MAS DE 500 PAREJAS '
                           'CAPTURADOR/VISADOR - ESTADISTICA '
                           'INCOMPLETA'
                       SET WS-DESBORDE-PAREJAS TO TRUE
                   END-IF
               END-IF
           END-IF

           IF WS-Q > ZERO
               ADD 1 TO WS-PAR-APROBADOS(WS-Q)
           END-IF.

       6000-ESTADISTICA-MES.
           MOVE SPACES TO MTG004VE-RPT-LINEA
           WRITE MTG004VE-RPT-LINEA
           MOVE SPACES TO MTG004VE-RPT-LINEA
           STRING 'TOTAL PENDIENTES: '    DELIMITED BY SIZE
                  WS-CONTADOR-PENDIENTES  DELIMITED BY SIZE
                  '  ESCALADOS: '         DELIMITED BY SIZE
                  WS-CONTADOR-ESCALADOS   DELIMITED BY SIZE
                  '  CADUCADOS HOY: '     DELIMITED BY SIZE
                  WS-CONTADOR-CADUCADOS   DELIMITED BY SIZE
               INTO MTG004VE-RPT-LINEA
           WRITE MTG004VE-RPT-LINEA

           MOVE SPACES TO MTG004VE-RPT-LINEA
           WRITE MTG004VE-RPT-LINEA
           MOVE SPACES TO MTG004VE-RPT-LINEA
           STRING 'SEGREGACION DE FUNCIONES - MES ' DELIMITED BY SIZE
                  WS-MES-ESTADISTICA DELIMITED BY SIZE
               INTO MTG004VE-RPT-LINEA
           WRITE MTG004VE-RPT-LINEA

           MOVE SPACES TO MTG004VE-RPT-LINEA
           STRING 'APROBADOS: '              DELIMITED BY SIZE
                  WS-CONTADOR-MES-APROBADOS  DELIMITED BY SIZE
                  '  RECHAZADOS: '           DELIMITED BY SIZE
                  WS-CONTADOR-MES-RECHAZADOS DELIMITED BY SIZE
                  '  CADUCADOS: '            DELIMITED BY SIZE
                  WS-CONTADOR-MES-CADUCADOS  DELIMITED BY SIZE
               INTO MTG004VE-RPT-LINEA
           WRITE MTG004VE-RPT-LINEA

      * Por cada capturador, en orden de aparicion, sus visadores con
      * mas aprobaciones (hasta WS-TOPE-VISADORES).
           PERFORM 6100-LISTAR-CAPTURADOR
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-PAR-NUM.

       6100-LISTAR-CAPTURADOR.
           IF WS-PAR-LISTADA(WS-P) = 'N'
               MOVE WS-PAR-CAPTURADOR(WS-P) TO WS-CAPTURADOR-ACTUAL
               MOVE ZERO TO WS-APROBADOS-CAPTURADOR
               PERFORM 6200-SUMAR-CAPTURADOR
                   VARYING WS-Q FROM WS-P BY 1
                   UNTIL WS-Q > WS-PAR-NUM

               MOVE SPACES TO MTG004VE-RPT-LINEA
               STRING '    CAPTURADOR ' DELIMITED BY SIZE
                      WS-CAPTURADOR-ACTUAL DELIMITED BY SIZE
                      ' APROBADOS: ' DELIMITED BY SIZE
                      WS-APROBADOS-CAPTURADOR DELIMITED BY SIZE
                   INTO MTG004VE-RPT-LINEA
               WRITE MTG004VE-RPT-LINEA

               MOVE 1 TO WS-MEJOR
               PERFORM 6300-LISTAR-MEJOR-VISADOR
                   VARYING WS-PUESTO FROM 1 BY 1
                   UNTIL WS-PUESTO > WS-TOPE-VISADORES
                      OR WS-MEJOR = ZERO
               PERFORM 6500-MARCAR-CAPTURADOR
                   VARYING WS-Q FROM WS-P BY 1
                   UNTIL WS-Q > WS-PAR-NUM
           END-IF.

       6200-SUMAR-CAPTURADOR.
           IF WS-PAR-CAPTURADOR(WS-Q) = WS-CAPTURADOR-ACTUAL
               ADD WS-PAR-APROBADOS(WS-Q) TO WS-APROBADOS-CAPTURADOR
           END-IF.

       6300-LISTAR-MEJOR-VISADOR.
           MOVE ZERO TO WS-MEJOR
           PERFORM 6400-COMPARAR-VISADOR
               VARYING WS-Q FROM WS-P BY 1
               UNTIL WS-Q > WS-PAR-NUM
           IF WS-MEJOR > ZERO
               MOVE WS-PAR-VISADOR(WS-MEJOR) TO WS-LV-VISADOR
               MOVE WS-PAR-APROBADOS(WS-MEJOR) TO WS-LV-APROBADOS
               MOVE SPACES TO MTG004VE-RPT-LINEA
               MOVE WS-LINEA-VISADOR TO MTG004VE-RPT-LINEA
               WRITE MTG004VE-RPT-LINEA
               MOVE 'S' TO WS-PAR-LISTADA(WS-MEJOR)
           END-IF.

       6400-COMPARAR-VISADOR.
           IF WS-PAR-CAPTURADOR(WS-Q) = WS-CAPTURADOR-ACTUAL
               AND WS-PAR-LISTADA(WS-Q) = 'N'
               IF WS-MEJOR = ZERO
                   MOVE WS-Q TO WS-MEJOR
               ELSE
                   IF WS-PAR-APROBADOS(WS-Q) >
                           WS-PAR-APROBADOS(WS-MEJOR)
                       MOVE WS-Q TO WS-MEJOR
                   END-IF
               END-IF
           END-IF.

       6500-MARCAR-CAPTURADOR.
           IF WS-PAR-CAPTURADOR(WS-Q) = WS-CAPTURADOR-ACTUAL
               MOVE 'S' TO WS-PAR-LISTADA(WS-Q)
           END-IF.

       8000-ESCRIBIR-DETALLE.
           MOVE MTG004V-CDSELEC TO WS-LD-CDSELEC
           MOVE MTG004V-FUNCION TO WS-LD-FUNCION
           MOVE MTG004V-FECHA-ALTA TO WS-LD-FECHA-ALTA
           MOVE MTG004V-HORA-ALTA TO WS-LD-HORA-ALTA
           MOVE MTG004V-USUARIO-CAPTURA TO WS-LD-CAPTURADOR
           MOVE WS-CDPLAZA TO WS-LD-PLAZA
           MOVE WS-DIAS-HABILES TO WS-LD-DIAS
           MOVE WS-SITUACION TO WS-LD-SITUACION

           MOVE SPACES TO MTG004VE-RPT-LINEA
           MOVE WS-LINEA-DETALLE TO MTG004VE-RPT-LINEA
           WRITE MTG004VE-RPT-LINEA.

       9900-FIN.
           IF NOT WS-SIN-MTG004V
               CLOSE MTG004V-FILE
           END-IF
           IF NOT WS-SIN-CALENDARIO
               CLOSE MTG004L-FILE
           END-IF
           IF NOT WS-SIN-REGLAS
               CLOSE MTG004RG-FILE
           END-IF
           CLOSE MTG004VE-RPT.
