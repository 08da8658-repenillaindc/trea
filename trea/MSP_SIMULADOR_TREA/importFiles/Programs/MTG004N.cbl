      * registro pendiente como aplicado ('A') o en error ('E' con el
      * motivo). El informe MTG004NRPT lista lo activado, lo que sigue
      * en cola y lo que fallo; los errores no detienen el proceso.
      *
      * El dia habil de la fecha efectiva se contrasta con el
      * calendario MTG004L de la plaza de la tabla, que dicen sus
      * reglas MTG004RG (sin reglas o sin plaza, el general).
      *
      * La historia lleva el ticket de la peticion de cambio con el
      * que se capturo el cambio diferido (MTG004F-TICKET) y el canal
      * 'MTG004N'.
      *
      * Un cambio vencido no se activa si el dia de proceso cae dentro
      * de una ventana de congelacion MTG004CG de su tabla (o de todas
      * las tablas): queda retenido, sigue en estado 'P' con la fecha
      * de reanudacion en MTG004F (el primer dia habil de la plaza
      * tras la ventana) y se activa esa noche. La retencion queda en
      * el fichero MTG004CV para el informe MTG004CR. Sin calendario no
      * hay fecha de reanudacion y el cambio se revisa cada noche
      * hasta que la ventana se cierra; sin MTG004CG no hay ventanas.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

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

           SELECT MTG004N-RPT ASSIGN TO "MTG004NRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-RPT.
       FD  MTG004L-FILE.
           COPY MTG004L_reg.

       FD  MTG004RG-FILE.
           COPY MTG004RG_reg.

       FD  MTG004CG-FILE.
           COPY MTG004CG_reg.

       FD  MTG004CV-FILE.
           COPY MTG004CV_reg.

       FD  MTG004N-RPT.
       01 MTG004N-RPT-LINEA                   PIC  X(100).

       01 WS-STAT-MTG004E                     PIC  X(2).
       01 WS-STAT-MTG004H                     PIC  X(2).
       01 WS-STAT-MTG004L                     PIC  X(2).
       01 WS-STAT-MTG004RG                    PIC  X(2).
       01 WS-STAT-MTG004CG                    PIC  X(2).
       01 WS-STAT-MTG004CV                    PIC  X(2).
       01 WS-STAT-RPT                         PIC  X(2).
       01 WS-SIN-CALENDARIO-SW                PIC  X(1) VALUE 'N'.
           88 WS-SIN-CALENDARIO                VALUE 'S'.
       01 WS-SIN-REGLAS-SW                    PIC  X(1) VALUE 'N'.
           88 WS-SIN-REGLAS                    VALUE 'S'.
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
       01 WS-FECHA-REANUDACION                PIC  X(8).
       01 WS-REINTENTOS-CONG                  PIC  9(2) VALUE ZERO.
       01 WS-HORA-CONG-NUM                    PIC  9(6).
       01 WS-CDPLAZA                          PIC  X(4).
       01 WS-PLAZA-GENERAL                    PIC  X(4) VALUE 'GRAL'.
       01 WS-FIN-MTG004F-SW                   PIC  X(1) VALUE 'N'.
           88 WS-FIN-MTG004F                   VALUE 'S'.
       01 WS-HIST-GRABADA-SW                  PIC  X(1) VALUE 'N'.
       01 WS-CONTADOR-ACTIVADOS               PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-EN-COLA                 PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-ERRORES                 PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-RETENIDOS               PIC  9(7) VALUE ZERO.
       01 WS-REINTENTOS-HIST                  PIC  9(2) VALUE ZERO.
       01 WS-HORA-HIST-NUM                    PIC  9(6).

               SET WS-SIN-CALENDARIO TO TRUE
           END-IF

      * Sin reglas MTG004RG todas las tablas se contrastan con el
      * calendario general.
           IF NOT WS-SIN-CALENDARIO
               OPEN INPUT MTG004RG-FILE
               IF WS-STAT-MTG004RG NOT = '00'
                   DISPLAY 'MTG004N: REGLAS MTG004RG NO DISPONIBLES '
                       '(FILE STATUS ' WS-STAT-MTG004RG ') - SE USA EL '
                       'CALENDARIO GENERAL'
                   SET WS-SIN-REGLAS TO TRUE
               END-IF
           ELSE
               SET WS-SIN-REGLAS TO TRUE
           END-IF

      * Sin el fichero de ventanas no hay congelacion y los cambios
      * vencidos se activan como siempre; si falla el registro
      * MTG004CV las retenciones solo quedan en el informe.
           OPEN INPUT MTG004CG-FILE
           IF WS-STAT-MTG004CG NOT = '00'
               DISPLAY 'MTG004N: VENTANAS MTG004CG NO DISPONIBLES '
                   '(FILE STATUS ' WS-STAT-MTG004CG ') - CONTROL DE '
                   'CONGELACION OMITIDO'
               SET WS-SIN-VENTANAS TO TRUE
           END-IF
           OPEN I-O MTG004CV-FILE
           IF WS-STAT-MTG004CV NOT = '00'
               DISPLAY 'MTG004N: FICHERO DE CONGELADOS MTG004CV NO '
                   'DISPONIBLE (FILE STATUS ' WS-STAT-MTG004CV ')'
               SET WS-SIN-CONGELADOS TO TRUE
           END-IF

           MOVE SPACES TO MTG004N-RPT-LINEA
           STRING 'ACTIVACION NOCTURNA DE CAMBIOS DIFERIDOS MTG004F'
               DELIMITED BY SIZE INTO MTG004N-RPT-LINEA
       2000-PROCESAR-PENDIENTE.
           IF MTG004F-ESTADO = 'P'
               IF MTG004F-FECVIG-AAAAMMDD <= WS-FECHA-PROCESO-AAAAMMDD
                   PERFORM 2200-CONTROLAR-CONGELACION
               ELSE
                   ADD 1 TO WS-CONTADOR-EN-COLA
                   MOVE 'EN COLA  ' TO WS-LD-ESTADO
               END-IF
           END-IF.

       2200-CONTROLAR-CONGELACION.
      * Un cambio ya retenido espera a su fecha de reanudacion; al
      * llegar esta (o sin ella) se vuelve a mirar la ventana del dia,
      * por si se amplio o empieza otra, antes de activarlo.
           MOVE 'N' TO WS-CONGELADA-SW
           IF MTG004F-FECHA-REANUDACION NOT = SPACES
               AND MTG004F-FECHA-REANUDACION >
                   WS-FECHA-PROCESO-AAAAMMDD
               ADD 1 TO WS-CONTADOR-RETENIDOS
               MOVE 'RETENIDO ' TO WS-LD-ESTADO
               MOVE MTG004F-MOTIVO TO WS-LD-MOTIVO
               PERFORM 8000-ESCRIBIR-DETALLE
           ELSE
               IF NOT WS-SIN-VENTANAS
                   PERFORM 2300-VERIFICAR-CONGELACION
               END-IF
               IF WS-CONGELADA
                   PERFORM 2400-RETENER-CAMBIO
               ELSE
                   PERFORM 3000-ACTIVAR-CAMBIO
               END-IF
           END-IF.

       2300-VERIFICAR-CONGELACION.
      * Misma busqueda que 3700-CONTROL-CONGELACION de MTG004B: una
      * ventana MTG004CG de la tabla, o de todas ('****'), que cubra
      * la fecha de proceso.
           MOVE MTG004F-CDTABLA TO WS-CDTABLA-VENTANA
           PERFORM 2310-BUSCAR-VENTANAS
           IF NOT WS-CONGELADA
               MOVE '****' TO WS-CDTABLA-VENTANA
               PERFORM 2310-BUSCAR-VENTANAS
           END-IF.

       2310-BUSCAR-VENTANAS.
           MOVE 'N' TO WS-FIN-VENTANAS-SW
           MOVE WS-CDTABLA-VENTANA TO MTG004CG-CDTABLA
           MOVE LOW-VALUES TO MTG004CG-FECHA-DESDE
           START MTG004CG-FILE
               KEY IS NOT LESS THAN MTG004CG-CLAVE
               INVALID KEY
                   SET WS-FIN-VENTANAS TO TRUE
           END-START
           PERFORM 2320-LEER-VENTANA
               UNTIL WS-FIN-VENTANAS
                  OR WS-CONGELADA.

       2320-LEER-VENTANA.
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

       2400-RETENER-CAMBIO.
      * El cambio sigue en 'P': solo se anotan la fecha de reanudacion
      * y el motivo, y se regraba con la misma clave.
           PERFORM 2500-CALCULAR-REANUDACION

           MOVE SPACES TO WS-MOTIVO-ERROR
           IF WS-FECHA-REANUDACION = SPACES
               STRING 'VENTANA HASTA ' DELIMITED BY SIZE
                      MTG004CG-FECHA-HASTA DELIMITED BY SIZE
                      ', SIN CALENDARIO' DELIMITED BY SIZE
                   INTO WS-MOTIVO-ERROR
           ELSE
               STRING 'VENTANA HASTA ' DELIMITED BY SIZE
                      MTG004CG-FECHA-HASTA DELIMITED BY SIZE
                      ', REANUDA ' DELIMITED BY SIZE
                      WS-FECHA-REANUDACION DELIMITED BY SIZE
                   INTO WS-MOTIVO-ERROR
           END-IF

           MOVE WS-FECHA-REANUDACION TO MTG004F-FECHA-REANUDACION
           MOVE WS-MOTIVO-ERROR TO MTG004F-MOTIVO
           PERFORM 7000-ACTUALIZAR-MTG004F

           IF NOT WS-SIN-CONGELADOS
               PERFORM 2600-GRABAR-RETENCION
           END-IF

           ADD 1 TO WS-CONTADOR-RETENIDOS
           MOVE 'RETENIDO ' TO WS-LD-ESTADO
           MOVE WS-MOTIVO-ERROR TO WS-LD-MOTIVO
           PERFORM 8000-ESCRIBIR-DETALLE.

       2500-CALCULAR-REANUDACION.
      * Primer dia habil del calendario de la plaza de la tabla
      * posterior al ultimo dia de la ventana; sin calendario, o sin
      * dias cargados tras la ventana, queda en blanco.
           MOVE SPACES TO WS-FECHA-REANUDACION
           IF NOT WS-SIN-CALENDARIO
               PERFORM 3040-RESOLVER-PLAZA
               MOVE WS-CDPLAZA TO MTG004L-CDPLAZA
               MOVE MTG004CG-FECHA-HASTA TO MTG004L-FECHA-AAAAMMDD
               START MTG004L-FILE
                   KEY IS GREATER THAN MTG004L-CLAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-STAT-MTG004L = '00'
                   READ MTG004L-FILE NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-STAT-MTG004L = '00'
                       AND MTG004L-CDPLAZA = WS-CDPLAZA
                       MOVE MTG004L-FECHA-AAAAMMDD
                           TO WS-FECHA-REANUDACION
                   END-IF
               END-IF
           END-IF.

       2600-GRABAR-RETENCION.
           MOVE SPACES TO MTG004CV-REGISTRO
           MOVE WS-FECHA-PROCESO-AAAAMMDD TO MTG004CV-FECHA-AAAAMMDD
           MOVE MTG004F-CDTABLA TO MTG004CV-CDTABLA
           MOVE WS-HORA-PROCESO TO MTG004CV-HORA
           MOVE MTG004F-CDSELEC TO MTG004CV-CDSELEC
           MOVE 'D' TO MTG004CV-TIPO
           MOVE 'MTG004N ' TO MTG004CV-CANAL
           MOVE MTG004F-USUARIO TO MTG004CV-USUARIO
           MOVE 'C' TO MTG004CV-FUNCION
           MOVE MTG004CG-CDTABLA TO MTG004CV-VENTANA-CDTABLA
           MOVE MTG004CG-FECHA-DESDE TO MTG004CV-VENTANA-DESDE
           MOVE MTG004CG-FECHA-HASTA TO MTG004CV-VENTANA-HASTA
           MOVE WS-FECHA-REANUDACION TO MTG004CV-FECHA-REANUDACION
           MOVE MTG004CG-MOTIVO TO MTG004CV-MOTIVO

           MOVE ZERO TO WS-REINTENTOS-CONG
           MOVE 'N' TO WS-CONGELADO-GRABADO-SW
           PERFORM 2610-ESCRIBIR-RETENCION
               UNTIL WS-CONGELADO-GRABADO.

       2610-ESCRIBIR-RETENCION.
      * Mismo desempate de clave que 5100-ESCRIBIR-HISTORIA; un fallo
      * al grabar no cambia la retencion del cambio.
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
                       DISPLAY 'MTG004N: ERROR GRABANDO MTG004CV'
                       SET WS-CONGELADO-GRABADO TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'MTG004N: ERROR GRABANDO MTG004CV '
                       'FILE STATUS ' WS-STAT-MTG004CV
                   SET WS-CONGELADO-GRABADO TO TRUE
           END-EVALUATE.

       3000-ACTIVAR-CAMBIO.
           MOVE SPACES TO WS-MOTIVO-ERROR

           MOVE WS-MOTIVO-ERROR TO WS-LD-MOTIVO
           PERFORM 8000-ESCRIBIR-DETALLE.

       3040-RESOLVER-PLAZA.
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

       3050-CONTRASTAR-DIA-HABIL.
      * TC06 y MTG004B rechazan ya las fechas efectivas que no son dia
      * habil, pero un cambio pudo encolarse antes de cargarse el
      * casos se activan igualmente (estan vencidos) y se dejan
      * denunciados en el informe para que la mesa sepa que el cambio
      * no se hizo visible el dia previsto.
           PERFORM 3040-RESOLVER-PLAZA
           MOVE WS-CDPLAZA TO MTG004L-CDPLAZA
           MOVE MTG004F-FECVIG-AAAAMMDD TO MTG004L-FECHA-AAAAMMDD
           READ MTG004L-FILE
               INVALID KEY
      * MTG004F conserva capturador y visador: ambos pasan a la
      * historia; en los demas casos el visador queda en blanco.
           MOVE MTG004F-CHECKER TO MTG004H-CHECKER
           MOVE MTG004F-TICKET TO MTG004H-TICKET
           MOVE 'MTG004N' TO MTG004H-CANAL
      * Las imagenes de cabecera solo las informan los movimientos de
      * cabecera de TC10: en un movimiento de seleccion van en blanco.
           MOVE SPACES TO MTG004H-NBTABLA-ANT
                  WS-CONTADOR-EN-COLA     DELIMITED BY SIZE
                  '  ERRORES: '           DELIMITED BY SIZE
                  WS-CONTADOR-ERRORES     DELIMITED BY SIZE
                  '  RETENIDOS: '         DELIMITED BY SIZE
                  WS-CONTADOR-RETENIDOS   DELIMITED BY SIZE
               INTO MTG004N-RPT-LINEA
           WRITE MTG004N-RPT-LINEA

           IF NOT WS-SIN-CALENDARIO
               CLOSE MTG004L-FILE
           END-IF
           IF NOT WS-SIN-REGLAS
               CLOSE MTG004RG-FILE
           END-IF
           IF NOT WS-SIN-VENTANAS
               CLOSE MTG004CG-FILE
           END-IF
           IF NOT WS-SIN-CONGELADOS
               CLOSE MTG004CV-FILE
           END-IF
           CLOSE MTG004N-RPT.
