      * regraban los registros y cada cambio deja su movimiento en la
      * historia MTG004H: los de seleccion como los de TC06 y los de
      * cabecera como los de TC10 (CDSELEC en blanco).
      *
      * Tras el modo, el parametro admite el ticket de la peticion de
      * cambio que ampara la reasignacion; se graba en cada
      * movimiento de historia con el canal 'MTG004Z'.
      *
      * Una tabla dentro de una ventana de congelacion MTG004CG (suya
      * o de todas las tablas) no se reasigna: sus ocurrencias se
      * listan igual, seguidas de la linea de tabla congelada, y en
      * modo 'A' el rechazo queda en el fichero MTG004CV para el
      * informe MTG004CR. Sin MTG004CG no hay ventanas.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS MTG004H-CLAVE
               FILE STATUS IS WS-STAT-MTG004H.

           SELECT MTG004CG-FILE ASSIGN TO "MTG004CG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTG004CG-CLAVE
               FILE STATUS IS WS-STAT-MTG004CG.

           SELECT MTG004CV-FILE ASSIGN TO "MTG004CV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MTG004CV-CLAVE
               FILE STATUS IS WS-STAT-MTG004CV.

           SELECT MTG004Z-RPT ASSIGN TO "MTG004ZRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-RPT.
       FD  MTG004Z-PRM.
       01 MTG004Z-PRM-REGISTRO.
         05 MTG004Z-PRM-MODO                   PIC  X(1).
         05 MTG004Z-PRM-TICKET                 PIC  X(12).

       FD  MTG004Z-MAP.
       01 MTG004Z-MAP-REGISTRO.
       FD  MTG004H-FILE.
           COPY MTG004H_reg.

       FD  MTG004CG-FILE.
           COPY MTG004CG_reg.

       FD  MTG004CV-FILE.
           COPY MTG004CV_reg.

       FD  MTG004Z-RPT.
       01 MTG004Z-RPT-LINEA                   PIC  X(100).

       01 WS-STAT-MTG004                      PIC  X(2).
       01 WS-STAT-MTG004E                     PIC  X(2).
       01 WS-STAT-MTG004H                     PIC  X(2).
       01 WS-STAT-MTG004CG                    PIC  X(2).
       01 WS-STAT-MTG004CV                    PIC  X(2).
       01 WS-FIN-MTG004E-SW                   PIC  X(1).
           88 WS-FIN-MTG004E                   VALUE 'S'.
       01 WS-STAT-RPT                         PIC  X(2).
           88 WS-TABLA-CAMBIADA                VALUE 'S'.
       01 WS-ERROR-PROCESO-SW                 PIC  X(1) VALUE 'N'.
           88 WS-ERROR-PROCESO                 VALUE 'S'.
       01 WS-SIN-VENTANAS-SW                  PIC  X(1) VALUE 'N'.
           88 WS-SIN-VENTANAS                  VALUE 'S'.
       01 WS-SIN-CONGELADOS-SW                PIC  X(1) VALUE 'N'.
           88 WS-SIN-CONGELADOS                VALUE 'S'.
       01 WS-CONGELADA-SW                     PIC  X(1) VALUE 'N'.
           88 WS-CONGELADA                     VALUE 'S'.
       01 WS-FIN-VENTANAS-SW                  PIC  X(1) VALUE 'N'.
           88 WS-FIN-VENTANAS                  VALUE 'S'.
       01 WS-CONGELADO-GRABADO-SW             PIC  X(1) VALUE 'N'.
           88 WS-CONGELADO-GRABADO             VALUE 'S'.
       01 WS-TABLA-AFECTADA-SW                PIC  X(1) VALUE 'N'.
           88 WS-TABLA-AFECTADA                VALUE 'S'.
       01 WS-APLICAR-TABLA-SW                 PIC  X(1) VALUE 'N'.
           88 WS-APLICAR-TABLA                 VALUE 'S'.
       01 WS-CDTABLA-VENTANA                  PIC  X(4).
       01 WS-FECHA-PROCESO-AAAAMMDD           PIC  X(8).
       01 WS-REINTENTOS-CONG                  PIC  9(2) VALUE ZERO.
       01 WS-HORA-CONG-NUM                    PIC  9(6).
       01 WS-MODO                             PIC  X(1).
       01 WS-TICKET                           PIC  X(12) VALUE SPACES.
       01 WS-FECHA-PROCESO                    PIC  X(8).
       01 WS-HORA-PROCESO                     PIC  X(6).
       01 WS-FECHA-HORA-ACTUAL                PIC  X(21).
       01 WS-CONTADOR-SELECCIONES             PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-MAPEOS                  PIC  9(3) VALUE ZERO.
       01 WS-CONTADOR-MAPEOS-MALOS            PIC  9(3) VALUE ZERO.
       01 WS-CONTADOR-CONGELADAS              PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-OCURR-CONGELADAS        PIC  9(7) VALUE ZERO.

      * Correspondencias banco antiguo / banco nuevo validadas contra
      * MTB001 y listas para aplicar.
                  WS-FECHA-HORA-ACTUAL(1:4) DELIMITED BY SIZE
               INTO WS-FECHA-PROCESO
           MOVE WS-FECHA-HORA-ACTUAL(9:6) TO WS-HORA-PROCESO
           MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-PROCESO-AAAAMMDD

           OPEN OUTPUT MTG004Z-RPT
           PERFORM 1100-LEER-PARAMETRO
                   OPEN INPUT MTG004E-FILE
               END-IF

      * Sin el fichero de ventanas no hay congelacion; el registro de
      * rechazos MTG004CV solo se abre en modo 'A'.
               OPEN INPUT MTG004CG-FILE
               IF WS-STAT-MTG004CG NOT = '00'
                   DISPLAY 'MTG004Z: VENTANAS MTG004CG NO DISPONIBLES '
                       '(FILE STATUS ' WS-STAT-MTG004CG ') - CONTROL '
                       'DE CONGELACION OMITIDO'
                   SET WS-SIN-VENTANAS TO TRUE
               END-IF
               IF WS-MODO = 'A'
                   OPEN I-O MTG004CV-FILE
                   IF WS-STAT-MTG004CV NOT = '00'
                       DISPLAY 'MTG004Z: FICHERO DE CONGELADOS '
                           'MTG004CV NO DISPONIBLE (FILE STATUS '
                           WS-STAT-MTG004CV ')'
                       SET WS-SIN-CONGELADOS TO TRUE
                   END-IF
               ELSE
                   SET WS-SIN-CONGELADOS TO TRUE
               END-IF

               MOVE SPACES TO MTG004Z-RPT-LINEA
               STRING 'REASIGNACION MASIVA DE CLAVES DE BANCO EN '
                          DELIMITED BY SIZE

       1100-LEER-PARAMETRO.
      * Parametro: modo 'R' (solo informe de lo que se tocaria) o 'A'
      * (aplicar la reasignacion y grabar la historia), seguido del
      * ticket opcional de la peticion de cambio.
           OPEN INPUT MTG004Z-PRM
           IF WS-STAT-PRM = '00'
               READ MTG004Z-PRM
                   AND (MTG004Z-PRM-MODO = 'R'
                        OR MTG004Z-PRM-MODO = 'A')
                   MOVE MTG004Z-PRM-MODO TO WS-MODO
                   MOVE MTG004Z-PRM-TICKET TO WS-TICKET
                   SET WS-PARAMETRO-VALIDO TO TRUE
               END-IF
               CLOSE MTG004Z-PRM
           END-IF.

       3000-PROCESAR-MTG004.
      * Una tabla congelada se recorre como en modo 'R': se lista lo
      * que se tocaria, no se graba nada y se anota el rechazo.
           MOVE 'N' TO WS-TABLA-CAMBIADA-SW
           MOVE 'N' TO WS-TABLA-AFECTADA-SW
           MOVE 'N' TO WS-CONGELADA-SW
           IF NOT WS-SIN-VENTANAS
               PERFORM 3200-VERIFICAR-CONGELACION
           END-IF
           MOVE 'N' TO WS-APLICAR-TABLA-SW
           IF WS-MODO = 'A'
               AND NOT WS-CONGELADA
               SET WS-APLICAR-TABLA TO TRUE
           END-IF

           PERFORM 4000-REASIGNAR-CABECERA
           PERFORM 5000-REASIGNAR-SELECCIONES

           IF WS-TABLA-CAMBIADA
               AND WS-APLICAR-TABLA
               PERFORM 7000-GRABAR-MTG004
           END-IF

           IF WS-TABLA-AFECTADA
               AND WS-CONGELADA
               PERFORM 3300-ANOTAR-TABLA-CONGELADA
           END-IF

           PERFORM 3100-LEER-MTG004-SIGUIENTE.

       3100-LEER-MTG004-SIGUIENTE.
               END-IF
           END-IF.

       3200-VERIFICAR-CONGELACION.
      * Misma busqueda que 3700-CONTROL-CONGELACION de MTG004B: una
      * ventana MTG004CG de la tabla, o de todas ('****'), que cubra
      * la fecha de proceso.
           MOVE MTG004-CDTABLA TO WS-CDTABLA-VENTANA
           PERFORM 3210-BUSCAR-VENTANAS
           IF NOT WS-CONGELADA
               MOVE '****' TO WS-CDTABLA-VENTANA
               PERFORM 3210-BUSCAR-VENTANAS
           END-IF.

       3210-BUSCAR-VENTANAS.
           MOVE 'N' TO WS-FIN-VENTANAS-SW
           MOVE WS-CDTABLA-VENTANA TO MTG004CG-CDTABLA
           MOVE LOW-VALUES TO MTG004CG-FECHA-DESDE
           START MTG004CG-FILE
               KEY IS NOT LESS THAN MTG004CG-CLAVE
               INVALID KEY
                   SET WS-FIN-VENTANAS TO TRUE
           END-START
           PERFORM 3220-LEER-VENTANA
               UNTIL WS-FIN-VENTANAS
                  OR WS-CONGELADA.

       3220-LEER-VENTANA.
           READ MTG004CG-FILE NEXT RECORD
               AT END
                   SET WS-FIN-VENTANAS TO TRUE
           END-READ

           IF NOT WS-FIN-VENTANAS
               IF WS-STAT-MTG004CG NOT = '00'
                   OR MTG004CG-CDTABLA NOT = WS-CDTABLA-VENTANA
                   OR MTG004CG-FECHA-DESDE > WS-FECHA-PROCESO-AAAAMMDD
                   SET WS-FIN-VENTANAS TO TRUE
               ELSE
                   IF WS-FECHA-PROCESO-AAAAMMDD <= MTG004CG-FECHA-HASTA
                       SET WS-CONGELADA TO TRUE
                   END-IF
               END-IF
           END-IF.

       3300-ANOTAR-TABLA-CONGELADA.
           ADD 1 TO WS-CONTADOR-CONGELADAS
           MOVE SPACES TO MTG004Z-RPT-LINEA
           STRING 'TABLA ' DELIMITED BY SIZE
                  MTG004-CDTABLA DELIMITED BY SIZE
                  ' CONGELADA HASTA ' DELIMITED BY SIZE
                  MTG004CG-FECHA-HASTA DELIMITED BY SIZE
                  ' - NO REASIGNADA: ' DELIMITED BY SIZE
                  MTG004CG-MOTIVO DELIMITED BY SIZE
               INTO MTG004Z-RPT-LINEA
           WRITE MTG004Z-RPT-LINEA

           IF NOT WS-SIN-CONGELADOS
               PERFORM 3400-GRABAR-CONGELADO
           END-IF.

       3400-GRABAR-CONGELADO.
           MOVE SPACES TO MTG004CV-REGISTRO
           MOVE WS-FECHA-PROCESO-AAAAMMDD TO MTG004CV-FECHA-AAAAMMDD
           MOVE MTG004-CDTABLA TO MTG004CV-CDTABLA
           MOVE WS-HORA-PROCESO TO MTG004CV-HORA
           MOVE SPACE TO MTG004CV-CDSELEC
           MOVE 'R' TO MTG004CV-TIPO
           MOVE 'MTG004Z ' TO MTG004CV-CANAL
           MOVE 'MTG004Z ' TO MTG004CV-USUARIO
           MOVE 'C' TO MTG004CV-FUNCION
           MOVE MTG004CG-CDTABLA TO MTG004CV-VENTANA-CDTABLA
           MOVE MTG004CG-FECHA-DESDE TO MTG004CV-VENTANA-DESDE
           MOVE MTG004CG-FECHA-HASTA TO MTG004CV-VENTANA-HASTA
           MOVE MTG004CG-MOTIVO TO MTG004CV-MOTIVO

           MOVE ZERO TO WS-REINTENTOS-CONG
           MOVE 'N' TO WS-CONGELADO-GRABADO-SW
           PERFORM 3410-ESCRIBIR-CONGELADO
               UNTIL WS-CONGELADO-GRABADO.

       3410-ESCRIBIR-CONGELADO.
      * Mismo desempate de clave que 8100-ESCRIBIR-HISTORIA; un fallo
      * al grabar no detiene la reasignacion del resto de tablas.
           WRITE MTG004CV-REGISTRO
               INVALID KEY
                   CONTINUE
           END-WRITE

           EVALUATE WS-STAT-MTG004CV
               WHEN '00'
                   SET WS-CONGELADO-GRABADO TO TRUE
               WHEN '22'
                   IF WS-REINTENTOS-CONG < 59
                       ADD 1 TO WS-REINTENTOS-CONG
                       MOVE MTG004CV-HORA TO WS-HORA-CONG-NUM
                       ADD 1 TO WS-HORA-CONG-NUM
                       MOVE WS-HORA-CONG-NUM TO MTG004CV-HORA
                   ELSE
                       DISPLAY 'MTG004Z: ERROR GRABANDO MTG004CV'
                       SET WS-CONGELADO-GRABADO TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'MTG004Z: ERROR GRABANDO MTG004CV '
                       'FILE STATUS ' WS-STAT-MTG004CV
                   SET WS-CONGELADO-GRABADO TO TRUE
           END-EVALUATE.

       3500-BUSCAR-MAPEO.
      * Busca la clave recibida en WS-CLAVBAN-NUEVA entre las claves
      * antiguas del censo de mapeos; si la encuentra la sustituye por
           PERFORM 3500-BUSCAR-MAPEO

           IF WS-CLAVBAN-HALLADA
               IF WS-CONGELADA
                   ADD 1 TO WS-CONTADOR-OCURR-CONGELADAS
               ELSE
                   ADD 1 TO WS-CONTADOR-CABECERAS
               END-IF
               SET WS-TABLA-CAMBIADA TO TRUE
               SET WS-TABLA-AFECTADA TO TRUE

               MOVE MTG004-CDTABLA TO WS-LD-CDTABLA
               MOVE SPACE TO WS-LD-CDSELEC
               MOVE WS-CLAVBAN-NUEVA TO WS-LD-CLAVBAN-NVA
               PERFORM 6000-ESCRIBIR-DETALLE

               IF WS-APLICAR-TABLA
                   PERFORM 6500-LIMPIAR-IMAGENES
                   MOVE SPACE TO MTG004H-CDSELEC
                   MOVE MTG004-NBTABLA TO MTG004H-NBTABLA-ANT
           END-IF.

       5100-REASIGNAR-SELECCION.
           IF WS-CONGELADA
               ADD 1 TO WS-CONTADOR-OCURR-CONGELADAS
           ELSE
               ADD 1 TO WS-CONTADOR-SELECCIONES
           END-IF
           SET WS-TABLA-AFECTADA TO TRUE

           MOVE MTG004-CDTABLA TO WS-LD-CDTABLA
           MOVE MTG004E-CDSELEC TO WS-LD-CDSELEC
           MOVE WS-CLAVBAN-NUEVA TO WS-LD-CLAVBAN-NVA
           PERFORM 6000-ESCRIBIR-DETALLE

           IF WS-APLICAR-TABLA
               PERFORM 6500-LIMPIAR-IMAGENES
               MOVE MTG004E-CDSELEC TO MTG004H-CDSELEC
               MOVE MTG004E-CLAVBANS TO MTG004H-CLAVBANS-ANT
           MOVE MTG004-CDTABLA TO MTG004H-CDTABLA
           MOVE 'C' TO MTG004H-TIPACC
           MOVE SPACES TO MTG004H-CHECKER
           MOVE WS-TICKET TO MTG004H-TICKET
           MOVE 'MTG004Z' TO MTG004H-CANAL

           MOVE ZERO TO WS-REINTENTOS-HIST
           MOVE 'N' TO WS-HIST-GRABADA-SW
                   INTO MTG004Z-RPT-LINEA
               WRITE MTG004Z-RPT-LINEA

               MOVE SPACES TO MTG004Z-RPT-LINEA
               STRING 'TABLAS CONGELADAS: '    DELIMITED BY SIZE
                      WS-CONTADOR-CONGELADAS   DELIMITED BY SIZE
                      '  OCURRENCIAS NO REASIGNADAS: '
                                               DELIMITED BY SIZE
                      WS-CONTADOR-OCURR-CONGELADAS
                                               DELIMITED BY SIZE
                   INTO MTG004Z-RPT-LINEA
               WRITE MTG004Z-RPT-LINEA

               IF WS-ERROR-PROCESO
                   MOVE SPACES TO MTG004Z-RPT-LINEA
                   STRING 'FIN DE PROCESO ANORMAL - REVISAR ANTES DE '
               IF WS-MODO = 'A'
                   CLOSE MTG004H-FILE
               END-IF
               IF NOT WS-SIN-VENTANAS
                   CLOSE MTG004CG-FILE
               END-IF
               IF NOT WS-SIN-CONGELADOS
                   CLOSE MTG004CV-FILE
               END-IF
           END-IF

           CLOSE MTG004Z-RPT.
