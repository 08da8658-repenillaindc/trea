       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTG004SR.
      *
      * Batch MTG004SR - Informe diario de intentos no autorizados. Las
      * transacciones de mantenimiento (TC06, TC09 a TC14)
      * y el batch MTG004B comprueban el perfil MTG004PF del usuario
      * antes de tocar nada y graban cada intento rechazado en el
      * fichero de violaciones MTG004SG. Este informe lista los
      * intentos de un dia agrupados por usuario (hora, transaccion,
      * funcion, tabla, seleccion o banco y motivo), con el total de
      * intentos de cada usuario y el total del dia, para la revision
      * diaria del responsable de seguridad.
      *
      * La clave de MTG004SG empieza por la fecha aaaammdd y sigue con
      * el usuario: el dia se lee con un unico recorrido ya agrupado.
      * El parametro opcional MTG004SRPRM admite la fecha a listar
      * (aaaammdd); vacio o ausente, se lista el dia de proceso.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MTG004SR-PRM ASSIGN TO "MTG004SRPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-PRM.

           SELECT MTG004SG-FILE ASSIGN TO "MTG004SG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTG004SG-CLAVE
               FILE STATUS IS WS-STAT-MTG004SG.

           SELECT MTG004SR-RPT ASSIGN TO "MTG004SRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  MTG004SR-PRM.
       01 MTG004SR-PRM-REGISTRO.
         05 MTG004SR-PRM-FECHA                 PIC  X(8).

       FD  MTG004SG-FILE.
           COPY MTG004SG_reg.

       FD  MTG004SR-RPT.
       01 MTG004SR-RPT-LINEA                  PIC  X(100).

       WORKING-STORAGE SECTION.
       01 WS-STAT-PRM                         PIC  X(2).
       01 WS-STAT-MTG004SG                    PIC  X(2).
       01 WS-STAT-RPT                         PIC  X(2).
       01 WS-FIN-MTG004SG-SW                  PIC  X(1) VALUE 'N'.
           88 WS-FIN-MTG004SG                  VALUE 'S'.
       01 WS-SIN-VIOLACIONES-SW               PIC  X(1) VALUE 'N'.
           88 WS-SIN-VIOLACIONES               VALUE 'S'.
       01 WS-FECHA-HORA-ACTUAL                PIC  X(21).
       01 WS-FECHA-LISTADO                    PIC  X(8).
       01 WS-USUARIO-ACTUAL                   PIC  X(8) VALUE SPACES.
       01 WS-CONTADOR-USUARIO                 PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-TOTAL                   PIC  9(7) VALUE ZERO.
       01 WS-CONTADOR-USUARIOS                PIC  9(7) VALUE ZERO.

       01 WS-LINEA-DETALLE.
           05 FILLER                          PIC  X(4) VALUE SPACES.
           05 WS-LD-HORA                      PIC  X(6).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-TRANSACCION               PIC  X(8).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-FUNCION                   PIC  X(1).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-ACCION                    PIC  X(1).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-CDTABLA                   PIC  X(4).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-CDSELEC                   PIC  X(1).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-CLAVBAN                   PIC  X(4).
           05 FILLER                          PIC  X(1) VALUE SPACE.
           05 WS-LD-MOTIVO                    PIC  X(40).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           IF NOT WS-SIN-VIOLACIONES
               PERFORM 2000-PROCESAR-VIOLACION
                   UNTIL WS-FIN-MTG004SG
               IF WS-USUARIO-ACTUAL NOT = SPACES
                   PERFORM 3000-CERRAR-USUARIO
               END-IF
           END-IF
           PERFORM 9900-FIN
           GOBACK.

       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-FECHA-HORA-ACTUAL
           MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-LISTADO

           PERFORM 1100-LEER-PARAMETRO

           OPEN OUTPUT MTG004SR-RPT

           MOVE SPACES TO MTG004SR-RPT-LINEA
           STRING 'INTENTOS NO AUTORIZADOS DE MANTENIMIENTO MTG004/'
                      DELIMITED BY SIZE
                  'MTB001 - DIA ' DELIMITED BY SIZE
                  WS-FECHA-LISTADO DELIMITED BY SIZE
               INTO MTG004SR-RPT-LINEA
           WRITE MTG004SR-RPT-LINEA

           OPEN INPUT MTG004SG-FILE
           IF WS-STAT-MTG004SG NOT = '00'
               DISPLAY 'MTG004SR: FICHERO DE VIOLACIONES MTG004SG NO '
                   'DISPONIBLE (FILE STATUS ' WS-STAT-MTG004SG ')'
               SET WS-SIN-VIOLACIONES TO TRUE
               MOVE SPACES TO MTG004SR-RPT-LINEA
               STRING 'FICHERO MTG004SG NO DISPONIBLE - INFORME NO '
                      'GENERADO' DELIMITED BY SIZE
                   INTO MTG004SR-RPT-LINEA
               WRITE MTG004SR-RPT-LINEA
           ELSE
               MOVE LOW-VALUES TO MTG004SG-CLAVE
               MOVE WS-FECHA-LISTADO TO MTG004SG-FECHA-AAAAMMDD
               START MTG004SG-FILE
                   KEY IS NOT LESS THAN MTG004SG-CLAVE
                   INVALID KEY
                       SET WS-FIN-MTG004SG TO TRUE
               END-START
               IF NOT WS-FIN-MTG004SG
                   PERFORM 2100-LEER-VIOLACION
               END-IF
           END-IF.

       1100-LEER-PARAMETRO.
      * El parametro de fecha es opcional: sirve para repetir el
      * informe de un dia anterior.
           OPEN INPUT MTG004SR-PRM
           IF WS-STAT-PRM = '00'
               READ MTG004SR-PRM
                   AT END
                       CONTINUE
               END-READ
               IF WS-STAT-PRM = '00'
                   AND MTG004SR-PRM-FECHA NOT = SPACES
                   MOVE MTG004SR-PRM-FECHA TO WS-FECHA-LISTADO
               END-IF
               CLOSE MTG004SR-PRM
           END-IF.

       2000-PROCESAR-VIOLACION.
           IF MTG004SG-USUARIO NOT = WS-USUARIO-ACTUAL
               IF WS-USUARIO-ACTUAL NOT = SPACES
                   PERFORM 3000-CERRAR-USUARIO
               END-IF
               PERFORM 2500-ABRIR-USUARIO
           END-IF

           ADD 1 TO WS-CONTADOR-USUARIO
           ADD 1 TO WS-CONTADOR-TOTAL

           MOVE MTG004SG-HORA TO WS-LD-HORA
           MOVE MTG004SG-TRANSACCION TO WS-LD-TRANSACCION
           MOVE MTG004SG-FUNCION TO WS-LD-FUNCION
           MOVE MTG004SG-ACCION TO WS-LD-ACCION
           MOVE MTG004SG-CDTABLA TO WS-LD-CDTABLA
           MOVE MTG004SG-CDSELEC TO WS-LD-CDSELEC
           MOVE MTG004SG-CLAVBAN TO WS-LD-CLAVBAN
           MOVE MTG004SG-MOTIVO TO WS-LD-MOTIVO
           MOVE SPACES TO MTG004SR-RPT-LINEA
           MOVE WS-LINEA-DETALLE TO MTG004SR-RPT-LINEA
           WRITE MTG004SR-RPT-LINEA

           PERFORM 2100-LEER-VIOLACION.

       2100-LEER-VIOLACION.
           READ MTG004SG-FILE NEXT RECORD
               AT END
                   SET WS-FIN-MTG004SG TO TRUE
           END-READ
           IF NOT WS-FIN-MTG004SG
               IF WS-STAT-MTG004SG NOT = '00'
                   DISPLAY 'MTG004SR: ERROR DE LECTURA EN MTG004SG '
                       'FILE STATUS ' WS-STAT-MTG004SG
                   SET WS-FIN-MTG004SG TO TRUE
               ELSE
                   IF MTG004SG-FECHA-AAAAMMDD NOT = WS-FECHA-LISTADO
                       SET WS-FIN-MTG004SG TO TRUE
                   END-IF
               END-IF
           END-IF.

       2500-ABRIR-USUARIO.
           MOVE MTG004SG-USUARIO TO WS-USUARIO-ACTUAL
           MOVE ZERO TO WS-CONTADOR-USUARIO
           ADD 1 TO WS-CONTADOR-USUARIOS

           MOVE SPACES TO MTG004SR-RPT-LINEA
           STRING 'USUARIO ' DELIMITED BY SIZE
                  WS-USUARIO-ACTUAL DELIMITED BY SIZE
               INTO MTG004SR-RPT-LINEA
           WRITE MTG004SR-RPT-LINEA.

       3000-CERRAR-USUARIO.
           MOVE SPACES TO MTG004SR-RPT-LINEA
           STRING '    TOTAL INTENTOS DEL USUARIO ' DELIMITED BY SIZE
                  WS-USUARIO-ACTUAL DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-CONTADOR-USUARIO DELIMITED BY SIZE
               INTO MTG004SR-RPT-LINEA
           WRITE MTG004SR-RPT-LINEA.

       9900-FIN.
           MOVE SPACES TO MTG004SR-RPT-LINEA
           STRING 'TOTAL INTENTOS NO AUTORIZADOS: ' DELIMITED BY SIZE
                  WS-CONTADOR-TOTAL DELIMITED BY SIZE
                  '  USUARIOS: ' DELIMITED BY SIZE
                  WS-CONTADOR-USUARIOS DELIMITED BY SIZE
               INTO MTG004SR-RPT-LINEA
           WRITE MTG004SR-RPT-LINEA

           IF NOT WS-SIN-VIOLACIONES
               CLOSE MTG004SG-FILE
           END-IF
           CLOSE MTG004SR-RPT.
