      * MTG004-CDTABLA extraido con exito, para poder reiniciar el
      * proceso desde ahi si se interrumpe sin volver a extraer lo ya
      * escrito.
      *
      * El fichero empieza por una cabecera con la fecha y la
      * secuencia del extracto y, si el proceso termina bien, acaba
      * con una cola con el numero de lineas y la suma de control de
      * sus claves (MTG004XC_reg); el envio terminado se anota en
      * MTG004EXL para la conciliacion de acuses MTG004RC. El punto de
      * control guarda tambien la secuencia y los acumulados, para que
      * un reinicio complete la cola del mismo envio.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-CTL.

           SELECT MTG004EN-FILE ASSIGN TO "MTG004EXL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-MTG004EN.

           SELECT MTG004RUN-FILE ASSIGN TO "MTG004RUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-RUN.

       FD  MTG004X-OUT.
           COPY MTG004X_reg.
           COPY MTG004XC_reg.

       FD  MTG004X-CTL.
           COPY MTG004X_ctl.

       FD  MTG004EN-FILE.
           COPY MTG004EN_reg.

       FD  MTG004RUN-FILE.
           COPY MTG004_run.

           88 WS-FIN-MTG004E                   VALUE 'S'.
       01 WS-STAT-CTL                         PIC  X(2).
       01 WS-STAT-RUN                         PIC  X(2).
       01 WS-STAT-MTG004EN                    PIC  X(2).
       01 WS-RUN-TIPO                         PIC  X(1).
       01 WS-FECHA-HORA-ACTUAL                PIC  X(14).
       01 WS-CONTADOR-LEIDOS                  PIC  9(7) VALUE ZERO.
       01 WS-INTERVALO-CHECKPOINT             PIC  9(7) VALUE 50.
       01 WS-FECHA-PROCESO-AAAAMMDD           PIC  X(8).
       01 WS-FECVIG-AAAAMMDD                  PIC  X(8).
           COPY MTG004_extctlwk.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 8500-GRABAR-RUN-CONTROL

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO-AAAAMMDD
           MOVE 'MTG004X ' TO WS-XC-EXTRACTO

           PERFORM 1100-LEER-CHECKPOINT

               END-START
               OPEN EXTEND MTG004X-OUT
           ELSE
               PERFORM 9400-OBTENER-SECUENCIA
               MOVE WS-FECHA-PROCESO-AAAAMMDD TO WS-XC-FECHA-EXTRACTO
               OPEN OUTPUT MTG004X-OUT
               PERFORM 1200-ESCRIBIR-CABECERA
           END-IF

           IF NOT WS-FIN-MTG004
                   MOVE MTG004X-CTL-ULTCDTABLA
                       TO WS-ULTIMA-CLAVE-PROCESADA
                   SET WS-ES-REINICIO TO TRUE
                   PERFORM 1150-RECUPERAR-ENVIO
               END-IF
               CLOSE MTG004X-CTL
           END-IF.

       1150-RECUPERAR-ENVIO.
      * Un punto de control anterior a la cabecera no trae los datos
      * del envio: se numera de nuevo y la cola solo contara lo que
      * escriba este reinicio.
           IF MTG004X-CTL-SECUENCIA NUMERIC
               AND MTG004X-CTL-REGISTROS NUMERIC
               AND MTG004X-CTL-HASH NUMERIC
               MOVE MTG004X-CTL-FECHA-EXTRACTO TO WS-XC-FECHA-EXTRACTO
               MOVE MTG004X-CTL-SECUENCIA TO WS-XC-SECUENCIA
               MOVE MTG004X-CTL-REGISTROS TO WS-XC-REGISTROS
               MOVE MTG004X-CTL-HASH TO WS-XC-HASH
           ELSE
               DISPLAY 'MTG004X: PUNTO DE CONTROL SIN DATOS DEL ENVIO '
                   '- COLA INCOMPLETA'
               PERFORM 9400-OBTENER-SECUENCIA
               MOVE WS-FECHA-PROCESO-AAAAMMDD TO WS-XC-FECHA-EXTRACTO
           END-IF.

       1200-ESCRIBIR-CABECERA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FECHA-HORA-ACTUAL
           MOVE SPACES TO MTG004XC-CABECERA
           MOVE '*CAB' TO MTG004XC-CAB-MARCA
           MOVE WS-XC-EXTRACTO TO MTG004XC-CAB-EXTRACTO
           MOVE WS-XC-FECHA-EXTRACTO TO MTG004XC-CAB-FECHA-EXTRACTO
           MOVE WS-XC-SECUENCIA TO MTG004XC-CAB-SECUENCIA
           MOVE WS-FECHA-HORA-ACTUAL(1:8)
               TO MTG004XC-CAB-FECHA-GENERACION
           MOVE WS-FECHA-HORA-ACTUAL(9:6)
               TO MTG004XC-CAB-HORA-GENERACION
           WRITE MTG004XC-CABECERA.

       2000-PROCESAR-MTG004.
           PERFORM 3000-ESCRIBIR-SELECCIONES-ACTIVAS
           MOVE MTG004-CDTABLA TO WS-ULTIMA-CLAVE-PROCESADA
           MOVE MTG004E-STCLAV TO MTG004X-STCLAV
           MOVE MTG004E-FECVIG TO MTG004X-FECVIG
           WRITE MTG004X-REGISTRO
           ADD 1 TO WS-CONTADOR-EXTRAIDOS
           MOVE MTG004X-CDTABLA TO WS-XC-CDTABLA
           MOVE MTG004X-CDSELEC TO WS-XC-CDSELEC
           PERFORM 9420-SUMAR-CLAVE.

       8000-GRABAR-CHECKPOINT.
           OPEN OUTPUT MTG004X-CTL
           ELSE
               MOVE 'P' TO MTG004X-CTL-ESTADO
           END-IF
           MOVE WS-XC-FECHA-EXTRACTO TO MTG004X-CTL-FECHA-EXTRACTO
           MOVE WS-XC-SECUENCIA TO MTG004X-CTL-SECUENCIA
           MOVE WS-XC-REGISTROS TO MTG004X-CTL-REGISTROS
           MOVE WS-XC-HASH TO MTG004X-CTL-HASH
           WRITE MTG004X-CTL-REGISTRO
           CLOSE MTG004X-CTL.

           WRITE MTG004RUN-REGISTRO
           CLOSE MTG004RUN-FILE.

       8700-ESCRIBIR-COLA.
      * Solo un extracto completo lleva cola y se anota como enviado:
      * sin ella el consumidor sabe que el fichero no es valido.
           MOVE SPACES TO MTG004XC-COLA
           MOVE '*FIN' TO MTG004XC-COL-MARCA
           MOVE WS-XC-EXTRACTO TO MTG004XC-COL-EXTRACTO
           MOVE WS-XC-FECHA-EXTRACTO TO MTG004XC-COL-FECHA-EXTRACTO
           MOVE WS-XC-SECUENCIA TO MTG004XC-COL-SECUENCIA
           MOVE WS-XC-REGISTROS TO MTG004XC-COL-REGISTROS
           MOVE WS-XC-HASH TO MTG004XC-COL-HASH
           WRITE MTG004XC-COLA.

       9000-FIN.
           MOVE 'F' TO WS-RUN-TIPO
           PERFORM 8500-GRABAR-RUN-CONTROL

           IF WS-ES-FIN-NORMAL
               PERFORM 8700-ESCRIBIR-COLA
           END-IF

           CLOSE MTG004-FILE
           CLOSE MTG004E-FILE
           CLOSE MTG004X-OUT

           IF WS-ES-FIN-NORMAL
               PERFORM 9430-ANOTAR-ENVIO
           END-IF.

       COPY MTG004_extctl.
