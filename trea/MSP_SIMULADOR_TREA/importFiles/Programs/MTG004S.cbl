      * Batch MTG004S - Resumen diario de operaciones de la suite
      * batch de MTG004. Lee el fichero comun de control de
      * ejecuciones MTG004RUN (registros 'I'/'F' que graban MTG004C,
      * MTG004Q, MTG004R, MTG004X, MTG004Y y la conciliacion de acuses
      * de los extractos MTG004RC) y, para la fecha pedida
      * por MTG004SPRM (o
      * la fecha de proceso si no se informa), imprime una linea por
      * programa de la suite con sus contadores y su estado, marcando
      * los programas que no se ejecutaron, los que arrancaron sin
      * llegar al fin, los fines anormales y los descuadres de la
      * conciliacion de acuses, y avisando de las
      * variaciones de volumen superiores al umbral respecto de la
      * ejecucion normal anterior. Una sola pagina que sustituye la
      * revision manual de los tres informes cada manana.
       01 WS-CLAVE-REGISTRO                   PIC  X(14).
       01 WS-VARIACION                        PIC S9(9) COMP.
       01 WS-P                                PIC S9(4) COMP.
       01 WS-NUM-PROGRAMAS                    PIC S9(4) COMP VALUE 6.
       01 WS-AVISOS-VARIACION                 PIC  9(3) VALUE ZERO.
       01 WS-ANOMALIAS                        PIC  9(3) VALUE ZERO.

      * Programas esperados de la suite batch de MTG004.
       01 WS-PROGRAMAS-ESPERADOS-INIC         PIC  X(48) VALUE
           'MTG004C MTG004Q MTG004R MTG004X MTG004Y MTG004RC'.
       01 WS-PROGRAMAS-ESPERADOS REDEFINES
                              WS-PROGRAMAS-ESPERADOS-INIC.
         05 WS-PROGRAMA-ESPERADO OCCURS 6 TIMES
                                                PIC  X(8).

      * Acumulado por programa: ejecucion del dia del informe (ultimo
      * ejecucion normal anterior al dia, para el contraste de
      * volumenes dia a dia.
       01 WS-RESUMEN-PROGRAMAS.
         05 WS-RES-ENTRADA OCCURS 6 TIMES.
           10 WS-RES-INICIOS                  PIC  9(3).
           10 WS-RES-FINES                    PIC  9(3).
           10 WS-RES-HORA-FIN                 PIC  X(6).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-INFORME
           PERFORM 1100-LEER-PARAMETRO

           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-NUM-PROGRAMAS
               MOVE ZERO TO WS-RES-INICIOS(WS-P)
                            WS-RES-FINES(WS-P)
                            WS-RES-LEIDOS(WS-P)
           END-IF.

       2000-PROCESAR-RUN.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-NUM-PROGRAMAS
               IF MTG004RUN-PROGRAMA = WS-PROGRAMA-ESPERADO(WS-P)
                   PERFORM 3000-ACUMULAR-REGISTRO
               END-IF
           END-IF.

       5000-IMPRIMIR-RESUMEN.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-NUM-PROGRAMAS
               PERFORM 5100-IMPRIMIR-PROGRAMA
           END-PERFORM.

               WHEN WS-RES-ESTADO(WS-P) = 'A'
                   MOVE 'FIN ANORMAL ' TO WS-LP-SITUACION
                   ADD 1 TO WS-ANOMALIAS
               WHEN WS-RES-ESTADO(WS-P) = 'D'
                   MOVE 'DESCUADRES  ' TO WS-LP-SITUACION
                   ADD 1 TO WS-ANOMALIAS
               WHEN OTHER
                   MOVE 'NORMAL      ' TO WS-LP-SITUACION
           END-EVALUATE
