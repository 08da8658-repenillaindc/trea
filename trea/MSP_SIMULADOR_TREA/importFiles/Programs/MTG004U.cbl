      * 'R') por cada cambio deshecho, para que la propia recuperacion
      * quede auditada. Las altas de registro nuevo deshechas se
      * borran de MTG004E.
      *
      * Tras el modo, el parametro admite el ticket de la peticion de
      * cambio que autoriza la marcha atras; se graba en cada
      * movimiento de retroceso con el canal 'MTG004U'.
      *
      * El modo 'A' no se aplica si la tabla esta dentro de una
      * ventana de congelacion MTG004CG (suya o de todas las tablas):
      * el informe de reconstruccion sale igual, la marcha atras se
      * rechaza y queda en el fichero MTG004CV para el informe
      * MTG004CR. El modo 'R' no toca ficheros y se admite siempre.
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

           SELECT MTG004U-RPT ASSIGN TO "MTG004URPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-RPT.
         05 MTG004U-PRM-FECHA-CORTE            PIC  X(8).
         05 MTG004U-PRM-HORA-CORTE             PIC  X(6).
         05 MTG004U-PRM-MODO                   PIC  X(1).
         05 MTG004U-PRM-TICKET                 PIC  X(12).

       FD  MTG004-FILE
           RECORD IS VARYING DEPENDING ON WS-NUM-CDSELEC-FD.
       FD  MTG004H-FILE.
           COPY MTG004H_reg.

       FD  MTG004CG-FILE.
           COPY MTG004CG_reg.

       FD  MTG004CV-FILE.
           COPY MTG004CV_reg.

       FD  MTG004U-RPT.
       01 MTG004U-RPT-LINEA                   PIC  X(100).

       01 WS-STAT-MTG004                      PIC  X(2).
       01 WS-STAT-MTG004E                     PIC  X(2).
       01 WS-STAT-MTG004H                     PIC  X(2).
       01 WS-STAT-MTG004CG                    PIC  X(2).
       01 WS-STAT-MTG004CV                    PIC  X(2).
       01 WS-STAT-RPT                         PIC  X(2).
       01 WS-NUM-CDSELEC-FD                   PIC  9(3).
       01 WS-FIN-MTG004E-SW                   PIC  X(1).
           88 WS-FIN-HISTORIA                  VALUE 'S'.
       01 WS-HIST-GRABADA-SW                  PIC  X(1) VALUE 'N'.
           88 WS-HIST-GRABADA                  VALUE 'S'.
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
       01 WS-CDTABLA-VENTANA                  PIC  X(4).
       01 WS-FECHA-PROCESO-AAAAMMDD           PIC  X(8).
       01 WS-REINTENTOS-CONG                  PIC  9(2) VALUE ZERO.
       01 WS-HORA-CONG-NUM                    PIC  9(6).
       01 WS-ORDEN-CORTE                      PIC  X(14).
       01 WS-ORDEN-MOVIMIENTO                 PIC  X(14).
       01 WS-FECHA-PROCESO                    PIC  X(8).
               PERFORM 4000-DESHACER-MOVIMIENTOS
               PERFORM 6000-LISTAR-ESTADO-RECONSTRUIDO
               IF MTG004U-PRM-MODO = 'A'
                   AND NOT WS-SIN-VENTANAS
                   PERFORM 6500-VERIFICAR-CONGELACION
               END-IF
               IF MTG004U-PRM-MODO = 'A'
                   AND WS-CONGELADA
                   PERFORM 6600-ANOTAR-TABLA-CONGELADA
               END-IF
               IF MTG004U-PRM-MODO = 'A'
                   AND NOT WS-CONGELADA
                   PERFORM 7000-APLICAR-RETROCESO
               END-IF
           END-IF
                  WS-FECHA-HORA-ACTUAL(1:4) DELIMITED BY SIZE
               INTO WS-FECHA-PROCESO
           MOVE WS-FECHA-HORA-ACTUAL(9:6) TO WS-HORA-PROCESO
           MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-PROCESO-AAAAMMDD

           OPEN OUTPUT MTG004U-RPT
           PERFORM 1100-LEER-PARAMETRO
               OPEN I-O MTG004E-FILE
               OPEN I-O MTG004H-FILE

      * Las ventanas de congelacion solo se consultan en modo 'A'; sin
      * MTG004CG no hay ventanas.
               IF MTG004U-PRM-MODO = 'A'
                   OPEN INPUT MTG004CG-FILE
                   IF WS-STAT-MTG004CG NOT = '00'
                       DISPLAY 'MTG004U: VENTANAS MTG004CG NO '
                           'DISPONIBLES (FILE STATUS '
                           WS-STAT-MTG004CG ') - CONTROL DE '
                           'CONGELACION OMITIDO'
                       SET WS-SIN-VENTANAS TO TRUE
                   END-IF
                   OPEN I-O MTG004CV-FILE
                   IF WS-STAT-MTG004CV NOT = '00'
                       DISPLAY 'MTG004U: FICHERO DE CONGELADOS '
                           'MTG004CV NO DISPONIBLE (FILE STATUS '
                           WS-STAT-MTG004CV ')'
                       SET WS-SIN-CONGELADOS TO TRUE
                   END-IF
               ELSE
                   SET WS-SIN-VENTANAS TO TRUE
                   SET WS-SIN-CONGELADOS TO TRUE
               END-IF

               STRING MTG004U-PRM-FECHA-CORTE DELIMITED BY SIZE
                      MTG004U-PRM-HORA-CORTE  DELIMITED BY SIZE
                   INTO WS-ORDEN-CORTE
       1100-LEER-PARAMETRO.
      * Parametros: MTG004-CDTABLA, fecha de corte aaaammdd, hora de
      * corte hhmmss y modo 'R' (solo informe) o 'A' (aplicar la
      * marcha atras sobre MTG004); el ticket es opcional.
           OPEN INPUT MTG004U-PRM
           IF WS-STAT-PRM = '00'
               READ MTG004U-PRM
               END-IF
           END-PERFORM.

       6500-VERIFICAR-CONGELACION.
      * Misma busqueda que 3700-CONTROL-CONGELACION de MTG004B: una
      * ventana MTG004CG de la tabla, o de todas ('****'), que cubra
      * la fecha de proceso.
           MOVE MTG004U-PRM-CDTABLA TO WS-CDTABLA-VENTANA
           PERFORM 6510-BUSCAR-VENTANAS
           IF NOT WS-CONGELADA
               MOVE '****' TO WS-CDTABLA-VENTANA
               PERFORM 6510-BUSCAR-VENTANAS
           END-IF.

       6510-BUSCAR-VENTANAS.
           MOVE 'N' TO WS-FIN-VENTANAS-SW
           MOVE WS-CDTABLA-VENTANA TO MTG004CG-CDTABLA
           MOVE LOW-VALUES TO MTG004CG-FECHA-DESDE
           START MTG004CG-FILE
               KEY IS NOT LESS THAN MTG004CG-CLAVE
               INVALID KEY
                   SET WS-FIN-VENTANAS TO TRUE
           END-START
           PERFORM 6520-LEER-VENTANA
               UNTIL WS-FIN-VENTANAS
                  OR WS-CONGELADA.

       6520-LEER-VENTANA.
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

       6600-ANOTAR-TABLA-CONGELADA.
           MOVE SPACES TO MTG004U-RPT-LINEA
           STRING 'TABLA CONGELADA HASTA ' DELIMITED BY SIZE
                  MTG004CG-FECHA-HASTA DELIMITED BY SIZE
                  ' - MARCHA ATRAS NO APLICADA: ' DELIMITED BY SIZE
                  MTG004CG-MOTIVO DELIMITED BY SIZE
               INTO MTG004U-RPT-LINEA
           WRITE MTG004U-RPT-LINEA
           DISPLAY 'MTG004U: TABLA ' MTG004U-PRM-CDTABLA
               ' CONGELADA - MARCHA ATRAS NO APLICADA'

           IF NOT WS-SIN-CONGELADOS
               MOVE SPACES TO MTG004CV-REGISTRO
               MOVE WS-FECHA-PROCESO-AAAAMMDD
                   TO MTG004CV-FECHA-AAAAMMDD
               MOVE MTG004U-PRM-CDTABLA TO MTG004CV-CDTABLA
               MOVE WS-HORA-PROCESO TO MTG004CV-HORA
               MOVE SPACE TO MTG004CV-CDSELEC
               MOVE 'R' TO MTG004CV-TIPO
               MOVE 'MTG004U ' TO MTG004CV-CANAL
               MOVE 'MTG004U ' TO MTG004CV-USUARIO
               MOVE 'R' TO MTG004CV-FUNCION
               MOVE MTG004CG-CDTABLA TO MTG004CV-VENTANA-CDTABLA
               MOVE MTG004CG-FECHA-DESDE TO MTG004CV-VENTANA-DESDE
               MOVE MTG004CG-FECHA-HASTA TO MTG004CV-VENTANA-HASTA
               MOVE MTG004CG-MOTIVO TO MTG004CV-MOTIVO
               MOVE ZERO TO WS-REINTENTOS-CONG
               MOVE 'N' TO WS-CONGELADO-GRABADO-SW
               PERFORM 6700-ESCRIBIR-CONGELADO
                   UNTIL WS-CONGELADO-GRABADO
           END-IF.

       6700-ESCRIBIR-CONGELADO.
      * Mismo desempate de clave que 7200-ESCRIBIR-HISTORIA.
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
                       DISPLAY 'MTG004U: ERROR GRABANDO MTG004CV'
                       SET WS-CONGELADO-GRABADO TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'MTG004U: ERROR GRABANDO MTG004CV '
                       'FILE STATUS ' WS-STAT-MTG004CV
                   SET WS-CONGELADO-GRABADO TO TRUE
           END-EVALUATE.

       7000-APLICAR-RETROCESO.
      * Cada entrada restaurada se regraba en su registro MTG004E; las
      * vaciadas por el undo de un alta de registro nuevo se borran
           MOVE WS-RETRO-CDSELEC(WS-I) TO MTG004H-CDSELEC
           MOVE 'R' TO MTG004H-TIPACC
           MOVE SPACES TO MTG004H-CHECKER
           MOVE MTG004U-PRM-TICKET TO MTG004H-TICKET
           MOVE 'MTG004U' TO MTG004H-CANAL
      * Las imagenes de cabecera solo las informan los movimientos de
      * cabecera de TC10: en un movimiento de seleccion van en blanco.
           MOVE SPACES TO MTG004H-NBTABLA-ANT
               CLOSE MTG004-FILE
               CLOSE MTG004E-FILE
               CLOSE MTG004H-FILE
               IF NOT WS-SIN-VENTANAS
                   CLOSE MTG004CG-FILE
               END-IF
               IF NOT WS-SIN-CONGELADOS
                   CLOSE MTG004CV-FILE
               END-IF
           END-IF

           CLOSE MTG004U-RPT.
