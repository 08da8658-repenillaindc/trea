       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTG004CR.
      *
      * Batch MTG004CR - Informe de cambios rechazados o retenidos por
      * las ventanas de congelacion de cierre MTG004CG. Las
      * transacciones TC06, TC09 y TC10 y los batch MTG004B, MTG004Z y
      * MTG004U rechazan los cambios que caen dentro de una ventana, y
      * MTG004N retiene los cambios diferidos que vencen en ella hasta
      * el primer dia habil siguiente; cada caso queda en el fichero
      * MTG004CV. Este informe lista un periodo agrupado por dia y
      * tabla (hora, entrada, rechazo o retencion, canal, usuario,
      * funcion, ventana que lo impidio, fecha de reanudacion de los
      * retenidos y motivo de la ventana), con el total de cada tabla
      * en el dia y los totales del periodo, para que la mesa sepa
      * que quedo por hacer al cerrarse la ventana.
      *
      * La clave de MTG004CV empieza por la fecha aaaammdd y sigue con
      * la tabla: el periodo se lee con un unico recorrido ya
      * agrupado. El parametro opcional MTG004CRPRM admite las fechas
      * desde y hasta (aaaammdd); vacio o ausente se lista el dia de
      * proceso, y sin fecha hasta se lista solo el dia desde.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MTG004CR-PRM ASSIGN TO "MTG004CRPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-PRM.

           SELECT MTG004CV-FILE ASSIGN TO "MTG004CV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTG004CV-CLAVE
               FILE STATUS IS WS-STAT-MTG004CV.

           SELECT MTG004CR-RPT ASSIGN TO "MTG004CRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  MTG004CR-PRM.
       01 MTG004CR-PRM-REGISTRO.
         05 MTG004CR-PRM-FECHA-DESDE           PIC  X(8).
         05 MTG004CR-PRM-FECHA-HASTA           PIC  X(8).

       FD  MTG004CV-FILE.
           COPY MTG004CV_reg.

       FD  MTG004CR-RPT.
       01 MTG004CR-RPT-LINEA                  PIC  X(100).

       WORKING-STORAGE SECTION.
       01 WS-STAT-PRM                         PIC  X(2).
       01 WS-STAT-MTG004CV                    PIC  X(2).
       01 WS-STAT-RPT                         PIC  X(2).
       01 WS-FIN-MTG004CV-SW                  PIC  X(1) VALUE 'N'.
           88 WS-FIN-MTG004CV                  VALUE 'S'.
       01 WS-SIN-CONGELADOS-SW                PIC  X(1) VALUE 'N'.
           88 WS-SIN-CONGELADOS                VALUE 'S'.
       01 WS-FECHA-HORA-ACTUAL                PIC  X(21).
       01 WS-FECHA-DESDE                      PIC  X(8).
       01 WS-FECHA-HASTA                      PIC  X(8) VALUE SPACES.
       01 WS-GRUPO-ACTUAL.
         05 WS-GRUPO-FECHA                    PIC  X(8) VALUE SPACES.
         05 WS-GRUPO-CDTABLA                  PIC  X(4) VALUE SPACES.
       01 WS-CONTADOR-GRUPO                   PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-RECHAZADOS              PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-RETENIDOS               PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-GRUPOS                  PIC  9(7) VALUE ZERO.

       01 WS-LINEA-DETALLE.
           05 FILLER                          PIC  X(4) VALUE SPACES.
           05 WS-LD-HORA                      PIC  X(6).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-CDSELEC                   PIC  X(1).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-TIPO                      PIC  X(9).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-CANAL                     PIC  X(8).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-USUARIO                   PIC  X(8).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-FUNCION                   PIC  X(1).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-VENTANA-CDTABLA           PIC  X(4).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-VENTANA-HASTA             PIC  X(8).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-REANUDACION               PIC  X(8).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-MOTIVO                    PIC  X(34).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           IF NOT WS-SIN-CONGELADOS
               PERFORM 2000-PROCESAR-CONGELADO
                   UNTIL WS-FIN-MTG004CV
               IF WS-GRUPO-ACTUAL NOT = SPACES
                   PERFORM 3000-CERRAR-GRUPO
               END-IF
           END-IF
           PERFORM 9900-FIN
           GOBACK.

       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-FECHA-HORA-ACTUAL
           MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-DESDE

           PERFORM 1100-LEER-PARAMETRO

           OPEN OUTPUT MTG004CR-RPT

           MOVE SPACES TO MTG004CR-RPT-LINEA
           STRING 'CAMBIOS RECHAZADOS O RETENIDOS POR CONGELACION '
                      DELIMITED BY SIZE
                  'MTG004 - DEL ' DELIMITED BY SIZE
                  WS-FECHA-DESDE DELIMITED BY SIZE
                  ' AL ' DELIMITED BY SIZE
                  WS-FECHA-HASTA DELIMITED BY SIZE
               INTO MTG004CR-RPT-LINEA
           WRITE MTG004CR-RPT-LINEA

           OPEN INPUT MTG004CV-FILE
           IF WS-STAT-MTG004CV NOT = '00'
               DISPLAY 'MTG004CR: FICHERO DE CONGELADOS MTG004CV NO '
                   'DISPONIBLE (FILE STATUS ' WS-STAT-MTG004CV ')'
               SET WS-SIN-CONGELADOS TO TRUE
               MOVE SPACES TO MTG004CR-RPT-LINEA
               STRING 'FICHERO MTG004CV NO DISPONIBLE - INFORME NO '
                      'GENERADO' DELIMITED BY SIZE
                   INTO MTG004CR-RPT-LINEA
               WRITE MTG004CR-RPT-LINEA
           ELSE
               MOVE LOW-VALUES TO MTG004CV-CLAVE
               MOVE WS-FECHA-DESDE TO MTG004CV-FECHA-AAAAMMDD
               START MTG004CV-FILE
                   KEY IS NOT LESS THAN MTG004CV-CLAVE
                   INVALID KEY
                       SET WS-FIN-MTG004CV TO TRUE
               END-START
               IF NOT WS-FIN-MTG004CV
                   PERFORM 2100-LEER-CONGELADO
               END-IF
           END-IF.

       1100-LEER-PARAMETRO.
      * El parametro de fechas es opcional: sirve para repasar toda
      * una ventana de cierre o repetir el informe de dias anteriores.
           OPEN INPUT MTG004CR-PRM
           IF WS-STAT-PRM = '00'
               READ MTG004CR-PRM
                   AT END
                       CONTINUE
               END-READ
               IF WS-STAT-PRM = '00'
                   AND MTG004CR-PRM-FECHA-DESDE NOT = SPACES
                   MOVE MTG004CR-PRM-FECHA-DESDE TO WS-FECHA-DESDE
               END-IF
               IF WS-STAT-PRM = '00'
                   AND MTG004CR-PRM-FECHA-HASTA NOT = SPACES
                   MOVE MTG004CR-PRM-FECHA-HASTA TO WS-FECHA-HASTA
               END-IF
               CLOSE MTG004CR-PRM
           END-IF

           IF WS-FECHA-HASTA = SPACES
               OR WS-FECHA-HASTA < WS-FECHA-DESDE
               MOVE WS-FECHA-DESDE TO WS-FECHA-HASTA
           END-IF.

       2000-PROCESAR-CONGELADO.
           IF MTG004CV-FECHA-AAAAMMDD NOT = WS-GRUPO-FECHA
               OR MTG004CV-CDTABLA NOT = WS-GRUPO-CDTABLA
               IF WS-GRUPO-ACTUAL NOT = SPACES
                   PERFORM 3000-CERRAR-GRUPO
               END-IF
               PERFORM 2500-ABRIR-GRUPO
           END-IF

           ADD 1 TO WS-CONTADOR-GRUPO
           IF MTG004CV-TIPO = 'D'
               ADD 1 TO WS-CONTADOR-RETENIDOS
               MOVE 'RETENIDO ' TO WS-LD-TIPO
           ELSE
               ADD 1 TO WS-CONTADOR-RECHAZADOS
               MOVE 'RECHAZADO' TO WS-LD-TIPO
           END-IF

           MOVE MTG004CV-HORA TO WS-LD-HORA
           MOVE MTG004CV-CDSELEC TO WS-LD-CDSELEC
           MOVE MTG004CV-CANAL TO WS-LD-CANAL
           MOVE MTG004CV-USUARIO TO WS-LD-USUARIO
           MOVE MTG004CV-FUNCION TO WS-LD-FUNCION
           MOVE MTG004CV-VENTANA-CDTABLA TO WS-LD-VENTANA-CDTABLA
           MOVE MTG004CV-VENTANA-HASTA TO WS-LD-VENTANA-HASTA
           MOVE MTG004CV-FECHA-REANUDACION TO WS-LD-REANUDACION
           MOVE MTG004CV-MOTIVO TO WS-LD-MOTIVO
           MOVE SPACES TO MTG004CR-RPT-LINEA
           MOVE WS-LINEA-DETALLE TO MTG004CR-RPT-LINEA
           WRITE MTG004CR-RPT-LINEA

           PERFORM 2100-LEER-CONGELADO.

       2100-LEER-CONGELADO.
           READ MTG004CV-FILE NEXT RECORD
               AT END
                   SET WS-FIN-MTG004CV TO TRUE
           END-READ
           IF NOT WS-FIN-MTG004CV
               IF WS-STAT-MTG004CV NOT = '00'
                   DISPLAY 'MTG004CR: ERROR DE LECTURA EN MTG004CV '
                       'FILE STATUS ' WS-STAT-MTG004CV
                   SET WS-FIN-MTG004CV TO TRUE
               ELSE
                   IF MTG004CV-FECHA-AAAAMMDD > WS-FECHA-HASTA
                       SET WS-FIN-MTG004CV TO TRUE
                   END-IF
               END-IF
           END-IF.

       2500-ABRIR-GRUPO.
           MOVE MTG004CV-FECHA-AAAAMMDD TO WS-GRUPO-FECHA
           MOVE MTG004CV-CDTABLA TO WS-GRUPO-CDTABLA
           MOVE ZERO TO WS-CONTADOR-GRUPO
           ADD 1 TO WS-CONTADOR-GRUPOS

           MOVE SPACES TO MTG004CR-RPT-LINEA
           STRING 'DIA ' DELIMITED BY SIZE
                  WS-GRUPO-FECHA DELIMITED BY SIZE
                  ' TABLA ' DELIMITED BY SIZE
                  WS-GRUPO-CDTABLA DELIMITED BY SIZE
               INTO MTG004CR-RPT-LINEA
           WRITE MTG004CR-RPT-LINEA.

       3000-CERRAR-GRUPO.
           MOVE SPACES TO MTG004CR-RPT-LINEA
           STRING '    TOTAL TABLA ' DELIMITED BY SIZE
                  WS-GRUPO-CDTABLA DELIMITED BY SIZE
                  ' EL ' DELIMITED BY SIZE
                  WS-GRUPO-FECHA DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-CONTADOR-GRUPO DELIMITED BY SIZE
               INTO MTG004CR-RPT-LINEA
           WRITE MTG004CR-RPT-LINEA.

       9900-FIN.
           MOVE SPACES TO MTG004CR-RPT-LINEA
           STRING 'TOTAL RECHAZADOS: ' DELIMITED BY SIZE
                  WS-CONTADOR-RECHAZADOS DELIMITED BY SIZE
                  '  RETENIDOS: ' DELIMITED BY SIZE
                  WS-CONTADOR-RETENIDOS DELIMITED BY SIZE
                  '  TABLAS-DIA: ' DELIMITED BY SIZE
                  WS-CONTADOR-GRUPOS DELIMITED BY SIZE
               INTO MTG004CR-RPT-LINEA
           WRITE MTG004CR-RPT-LINEA

           IF NOT WS-SIN-CONGELADOS
               CLOSE MTG004CV-FILE
           END-IF
           CLOSE MTG004CR-RPT.
