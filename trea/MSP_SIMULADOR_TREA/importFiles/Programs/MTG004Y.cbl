      * vigente; los movimientos de cabecera de TC10 (CDSELEC en
      * blanco) no generan linea, porque no cambian ninguna ocurrencia
      * de seleccion.
      *
      * Igual que MTG004XOUT, el fichero empieza por una cabecera con
      * la fecha y la secuencia del extracto y, si el proceso termina
      * bien, acaba con una cola con el numero de lineas y la suma de
      * control de sus claves (MTG004XC_reg); el envio terminado se
      * anota en MTG004EXL para la conciliacion de acuses MTG004RC.
      * Cada ejecucion terminada es un envio nuevo, tambien si repite
      * una fecha ya extraida.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-OUT.

           SELECT MTG004EN-FILE ASSIGN TO "MTG004EXL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-MTG004EN.

           SELECT MTG004RUN-FILE ASSIGN TO "MTG004RUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-RUN.

       FD  MTG004Y-OUT.
           COPY MTG004Y_reg.
           COPY MTG004XC_reg.

       FD  MTG004EN-FILE.
           COPY MTG004EN_reg.

       FD  MTG004RUN-FILE.
           COPY MTG004_run.
       01 WS-STAT-MTG004                      PIC  X(2).
       01 WS-STAT-OUT                         PIC  X(2).
       01 WS-STAT-RUN                         PIC  X(2).
       01 WS-STAT-MTG004EN                    PIC  X(2).
       01 WS-RUN-TIPO                         PIC  X(1).
       01 WS-FECHA-HORA-ACTUAL                PIC  X(14).
       01 WS-NUM-CDSELEC-FD                   PIC  9(3).
       01 WS-FECHA-EXTRACTO-MMDDAAAA          PIC  X(8).
       01 WS-CONTADOR-LEIDOS                  PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-EXTRAIDOS               PIC  9(7) VALUE ZERO.
           COPY MTG004_extctlwk.

      * Ultimo movimiento del dia retenido de la ocurrencia en curso:
      * se emite al cambiar de ocurrencia (corte de CDTABLA+CDSELEC) o
           OPEN INPUT MTG004-FILE
           OPEN OUTPUT MTG004Y-OUT

           MOVE 'MTG004Y ' TO WS-XC-EXTRACTO
           MOVE WS-FECHA-EXTRACTO-AAAAMMDD TO WS-XC-FECHA-EXTRACTO
           PERFORM 9400-OBTENER-SECUENCIA
           PERFORM 1200-ESCRIBIR-CABECERA

           PERFORM 2100-LEER-MTG004H-SIGUIENTE.

       1100-LEER-PARAMETRO.
               CLOSE MTG004Y-PRM
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

       2000-PROCESAR-MTG004H.
           IF WS-HAY-RETENIDO
               AND (MTG004H-CDTABLA NOT = WS-RET-CDTABLA
           MOVE WS-RET-TIPACC TO MTG004Y-TIPACC
           WRITE MTG004Y-REGISTRO
           ADD 1 TO WS-CONTADOR-EXTRAIDOS
           MOVE MTG004Y-CDTABLA TO WS-XC-CDTABLA
           MOVE MTG004Y-CDSELEC TO WS-XC-CDSELEC
           PERFORM 9420-SUMAR-CLAVE

           MOVE 'N' TO WS-RETENIDO-SW.

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

           CLOSE MTG004H-FILE
           CLOSE MTG004-FILE
           CLOSE MTG004Y-OUT

           IF WS-ES-FIN-NORMAL
               PERFORM 9430-ANOTAR-ENVIO
           END-IF.

       COPY MTG004_extctl.
