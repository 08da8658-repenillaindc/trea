      * de movimientos (un registro por alta/cambio/baja con los campos
      * de negocio de MTG004M-REGISTRO) y aplica cada movimiento con
      * las mismas validaciones y codigos de retorno que la transaccion
      * TC06: validacion de CDSELEC contra los codigos admitidos por
      * las reglas de la tabla en MTG004RG, control de duplicado
      * activo, validacion de FECVIG contra el calendario real y el de
      * dias habiles MTG004L. Las entradas de seleccion viven una a
      * una en el fichero MTG004E (clave CDTABLA + CDSELEC); el
      * registro MTG004 conserva solo la cabecera y aqui se lee
      * unicamente para comprobar que la tabla existe. Cada
      * movimiento aplicado deja su registro de historia en MTG004H.
      * Los movimientos rechazados no detienen el proceso: se anotan
      * en el informe MTG004BRPT con su CDRETORNO/DSRETORNO para
      * repasar las excepciones por la manana.
      *
      * El parametro opcional MTG004BPRM admite el modo 'V' (ejecucion
      * de prueba): el fichero entero pasa por todas las validaciones
      * repetidos o contradictorios para la misma CDTABLA/CDSELEC
      * dentro del fichero. Sin parametro, o con el en blanco, el
      * proceso aplica como siempre.
      *
      * Cada alta/cambio/baja se comprueba ademas contra el perfil de
      * autorizacion MTG004PF del usuario que responde del fichero
      * (MTG004B-PRM-USUARIO; en blanco o sin parametro, el perfil
      * propio del batch 'MTG004B'), con la misma regla que las
      * transacciones en linea: rango de tablas y funcion autorizada,
      * y sin perfil no se autoriza nada. El movimiento no autorizado
      * se rechaza con CDRETORNO '15' y se graba en el fichero de
      * violaciones MTG004SG para el informe diario MTG004SR.
      *
      * Cada movimiento lleva a la historia MTG004H (y a MTG004F si
      * queda diferido) el ticket de la peticion de cambio que lo
      * ampara: el del propio movimiento (MTG004B-TICKET) o, en
      * blanco, el del parametro (MTG004B-PRM-TICKET), con el canal
      * 'MTG004B'.
      *
      * Dentro de una ventana de congelacion MTG004CG de la tabla (o
      * de todas las tablas) el movimiento que se aplicaria en el dia
      * se rechaza con CDRETORNO '17' y queda en el fichero MTG004CV
      * para el informe MTG004CR; el cambio diferido a una fecha
      * posterior se sigue encolando. Sin MTG004CG no hay ventanas. En
      * modo 'V' el rechazo sale en el informe pero no se anota.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MTG004L-FILE ASSIGN TO "MTG004L"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MTG004L-CLAVE
               FILE STATUS IS WS-STAT-MTG004L.

           SELECT MTG004RG-FILE ASSIGN TO "MTG004RG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MTG004RG-CDTABLA
               FILE STATUS IS WS-STAT-MTG004RG.

           SELECT MTG004PF-FILE ASSIGN TO "MTG004PF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTG004PF-CLAVE
               FILE STATUS IS WS-STAT-MTG004PF.

           SELECT MTG004SG-FILE ASSIGN TO "MTG004SG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MTG004SG-CLAVE
               FILE STATUS IS WS-STAT-MTG004SG.

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

           SELECT MTG004B-RPT ASSIGN TO "MTG004BRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-RPT.
       FD  MTG004B-PRM.
       01 MTG004B-PRM-REGISTRO.
         05 MTG004B-PRM-MODO                   PIC  X(1).
         05 MTG004B-PRM-USUARIO                PIC  X(8).
         05 MTG004B-PRM-TICKET                 PIC  X(12).

       FD  MTG004B-MOV.
           COPY MTG004B_mov.
       FD  MTG004L-FILE.
           COPY MTG004L_reg.

       FD  MTG004RG-FILE.
           COPY MTG004RG_reg.

       FD  MTG004PF-FILE.
           COPY MTG004PF_reg.

       FD  MTG004SG-FILE.
           COPY MTG004SG_reg.

       FD  MTG004CG-FILE.
           COPY MTG004CG_reg.

       FD  MTG004CV-FILE.
           COPY MTG004CV_reg.

       FD  MTG004B-RPT.
       01 MTG004B-RPT-LINEA                   PIC  X(100).

       01 WS-STAT-MTG004H                     PIC  X(2).
       01 WS-STAT-MTG004F                     PIC  X(2).
       01 WS-STAT-MTG004L                     PIC  X(2).
       01 WS-STAT-MTG004RG                    PIC  X(2).
       01 WS-STAT-MTG004PF                    PIC  X(2).
       01 WS-STAT-MTG004SG                    PIC  X(2).
       01 WS-STAT-MTG004CG                    PIC  X(2).
       01 WS-STAT-MTG004CV                    PIC  X(2).
       01 WS-STAT-RPT                         PIC  X(2).
       01 WS-SIN-CALENDARIO-SW                PIC  X(1) VALUE 'N'.
           88 WS-SIN-CALENDARIO                VALUE 'S'.
       01 WS-SIN-REGLAS-SW                    PIC  X(1) VALUE 'N'.
           88 WS-SIN-REGLAS                    VALUE 'S'.
       01 WS-CDPLAZA                          PIC  X(4).
       01 WS-PLAZA-GENERAL                    PIC  X(4) VALUE 'GRAL'.
       01 WS-NUM-CDSELEC-FD                   PIC  9(3).
       01 WS-FIN-MOV-SW                       PIC  X(1) VALUE 'N'.
           88 WS-FIN-MOV                       VALUE 'S'.
       01 WS-S                                PIC S9(4) COMP.
       01 WS-DESBORDE-SIM-SW                  PIC  X(1) VALUE 'N'.
           88 WS-DESBORDE-SIM                  VALUE 'S'.
       01 WS-USUARIO-FICHERO                  PIC  X(8) VALUE 'MTG004B'.
       01 WS-TICKET-FICHERO                   PIC  X(12) VALUE SPACES.
       01 WS-TICKET-EFECTIVO                  PIC  X(12).
       01 WS-SIN-PERFILES-SW                  PIC  X(1) VALUE 'N'.
           88 WS-SIN-PERFILES                  VALUE 'S'.
       01 WS-SIN-VIOLACIONES-SW               PIC  X(1) VALUE 'N'.
           88 WS-SIN-VIOLACIONES               VALUE 'S'.
       01 WS-FIN-PERFILES-SW                  PIC  X(1) VALUE 'N'.
           88 WS-FIN-PERFILES                  VALUE 'S'.
       01 WS-AUTORIZADO-SW                    PIC  X(1) VALUE 'N'.
           88 WS-AUTORIZADO                    VALUE 'S'.
       01 WS-VIOLACION-GRABADA-SW             PIC  X(1) VALUE 'N'.
           88 WS-VIOLACION-GRABADA             VALUE 'S'.
       01 WS-REINTENTOS-VIOL                  PIC  9(2) VALUE ZERO.
       01 WS-HORA-VIOL-NUM                    PIC  9(6).
       01 WS-CONTADOR-NO-AUTORIZADOS          PIC  9(7) VALUE ZERO.
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
       01 WS-REINTENTOS-CONG                  PIC  9(2) VALUE ZERO.
       01 WS-HORA-CONG-NUM                    PIC  9(6).
       01 WS-CONTADOR-CONGELADOS              PIC  9(7) VALUE ZERO.
       01 WS-P                                PIC S9(4) COMP.
       01 WS-PERFIL-HASTA                     PIC  X(4).

      * Perfiles MTG004PF del usuario del fichero, cargados al inicio:
      * cada movimiento se autoriza contra esta tabla sin volver a
      * leer el fichero de perfiles.
       01 WS-PERFILES.
         05 WS-PRF-NUM                        PIC  9(3) VALUE ZERO.
         05 WS-PRF-ENTRADA OCCURS 50 TIMES.
           10 WS-PRF-CDTABLA-DESDE            PIC  X(4).
           10 WS-PRF-CDTABLA-HASTA            PIC  X(4).
           10 WS-PRF-AUT-ALTA                 PIC  X(1).
           10 WS-PRF-AUT-CAMBIO               PIC  X(1).
           10 WS-PRF-AUT-BAJA                 PIC  X(1).

      * Estado simulado por el modo 'V': una entrada por cada
      * CDTABLA/CDSELEC con algun movimiento ACEPTADO en el fichero,
           10 WS-SIM-CLAVTABS                 PIC  X(20).
           10 WS-SIM-FECVIG                   PIC  X(8).

       COPY MTG004_valfecwk.

       01 WS-CDRETORNO                        PIC  X(2).
           MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-PROCESO-AAAAMMDD

           PERFORM 1100-LEER-PARAMETRO
           PERFORM 1200-CARGAR-PERFILES

           OPEN INPUT MTG004B-MOV
           OPEN INPUT MTG004-FILE
               SET WS-SIN-CALENDARIO TO TRUE
           END-IF

      * Las reglas por tabla no son opcionales: sin ellas ningun alta
      * puede validarse, y cada alta sale rechazada con su motivo.
           OPEN INPUT MTG004RG-FILE
           IF WS-STAT-MTG004RG NOT = '00'
               DISPLAY 'MTG004B: REGLAS MTG004RG NO DISPONIBLES '
                   '(FILE STATUS ' WS-STAT-MTG004RG ') - NINGUN ALTA '
                   'SERA ACEPTADA'
               SET WS-SIN-REGLAS TO TRUE
           END-IF

      * Sin el fichero de ventanas no hay congelacion, como en linea;
      * el registro de rechazos MTG004CV solo se abre en la ejecucion
      * real y, si falla, los rechazos quedan solo en el informe.
           OPEN INPUT MTG004CG-FILE
           IF WS-STAT-MTG004CG NOT = '00'
               DISPLAY 'MTG004B: VENTANAS MTG004CG NO DISPONIBLES '
                   '(FILE STATUS ' WS-STAT-MTG004CG ') - CONTROL DE '
                   'CONGELACION OMITIDO'
               SET WS-SIN-VENTANAS TO TRUE
           END-IF
           IF WS-SOLO-VALIDAR
               SET WS-SIN-CONGELADOS TO TRUE
           ELSE
               OPEN I-O MTG004CV-FILE
               IF WS-STAT-MTG004CV NOT = '00'
                   DISPLAY 'MTG004B: FICHERO DE CONGELADOS MTG004CV NO '
                       'DISPONIBLE (FILE STATUS ' WS-STAT-MTG004CV ')'
                   SET WS-SIN-CONGELADOS TO TRUE
               END-IF
           END-IF

           MOVE SPACES TO MTG004B-RPT-LINEA
           IF WS-SOLO-VALIDAR
               STRING 'MANTENIMIENTO MASIVO MTG004 - EJECUCION DE '
                   AND MTG004B-PRM-MODO = 'V'
                   MOVE 'V' TO WS-MODO
               END-IF
               IF WS-STAT-PRM = '00'
                   AND MTG004B-PRM-USUARIO NOT = SPACES
                   MOVE MTG004B-PRM-USUARIO TO WS-USUARIO-FICHERO
               END-IF
               IF WS-STAT-PRM = '00'
                   MOVE MTG004B-PRM-TICKET TO WS-TICKET-FICHERO
               END-IF
               CLOSE MTG004B-PRM
           END-IF.

       1200-CARGAR-PERFILES.
      * El control es cerrado: si MTG004PF no puede abrirse no se
      * carga ningun perfil y todos los movimientos salen rechazados
      * por falta de autorizacion. Si no puede abrirse MTG004SG se
      * avisa y los rechazos solo quedan en el informe.
           OPEN INPUT MTG004PF-FILE
           IF WS-STAT-MTG004PF NOT = '00'
               DISPLAY 'MTG004B: PERFILES MTG004PF NO DISPONIBLES '
                   '(FILE STATUS ' WS-STAT-MTG004PF ') - NINGUN '
                   'MOVIMIENTO SERA AUTORIZADO'
               SET WS-SIN-PERFILES TO TRUE
           ELSE
               MOVE LOW-VALUES TO MTG004PF-CLAVE
               MOVE WS-USUARIO-FICHERO TO MTG004PF-USUARIO
               START MTG004PF-FILE
                   KEY IS NOT LESS THAN MTG004PF-CLAVE
                   INVALID KEY
                       SET WS-FIN-PERFILES TO TRUE
               END-START
               PERFORM 1210-LEER-PERFIL
                   UNTIL WS-FIN-PERFILES
               CLOSE MTG004PF-FILE
           END-IF

           OPEN I-O MTG004SG-FILE
           IF WS-STAT-MTG004SG NOT = '00'
               DISPLAY 'MTG004B: FICHERO DE VIOLACIONES MTG004SG NO '
                   'DISPONIBLE (FILE STATUS ' WS-STAT-MTG004SG ')'
               SET WS-SIN-VIOLACIONES TO TRUE
           END-IF.

       1210-LEER-PERFIL.
           READ MTG004PF-FILE NEXT RECORD
               AT END
                   SET WS-FIN-PERFILES TO TRUE
           END-READ

           IF NOT WS-FIN-PERFILES
               IF WS-STAT-MTG004PF NOT = '00'
                   OR MTG004PF-USUARIO NOT = WS-USUARIO-FICHERO
                   SET WS-FIN-PERFILES TO TRUE
               ELSE
                   IF WS-PRF-NUM >= 50
                       DISPLAY 'MTG004B: MAS DE 50 PERFILES PARA '
                           WS-USUARIO-FICHERO ' - RESTO IGNORADO'
                       SET WS-FIN-PERFILES TO TRUE
                   ELSE
                       ADD 1 TO WS-PRF-NUM
                       MOVE MTG004PF-CDTABLA-DESDE
                           TO WS-PRF-CDTABLA-DESDE(WS-PRF-NUM)
                       MOVE MTG004PF-CDTABLA-HASTA
                           TO WS-PRF-CDTABLA-HASTA(WS-PRF-NUM)
                       MOVE MTG004PF-AUT-ALTA
                           TO WS-PRF-AUT-ALTA(WS-PRF-NUM)
                       MOVE MTG004PF-AUT-CAMBIO
                           TO WS-PRF-AUT-CAMBIO(WS-PRF-NUM)
                       MOVE MTG004PF-AUT-BAJA
                           TO WS-PRF-AUT-BAJA(WS-PRF-NUM)
                   END-IF
               END-IF
           END-IF.

       2000-PROCESAR-MOVIMIENTO.
           MOVE '00' TO WS-CDRETORNO
           MOVE SPACES TO WS-DSRETORNO
           MOVE 'N' TO WS-CAMBIO-DIFERIDO-SW
           MOVE 'N' TO WS-ENTRADA-NUEVA-SW

           IF MTG004B-TICKET = SPACES
               MOVE WS-TICKET-FICHERO TO WS-TICKET-EFECTIVO
           ELSE
               MOVE MTG004B-TICKET TO WS-TICKET-EFECTIVO
           END-IF

           IF MTG004B-FECVIG = SPACES
               MOVE WS-FECHA-PROCESO TO WS-FECVIG-EFECTIVA
           ELSE
               MOVE MTG004B-FECVIG TO WS-FECVIG-EFECTIVA
           END-IF

           IF MTG004B-FUNCION = 'A' OR 'C' OR 'B'
               PERFORM 2200-VERIFICAR-AUTORIZACION
           END-IF

           IF WS-CDRETORNO = '00'
               AND MTG004B-FECVIG NOT = SPACES
               PERFORM 3500-VALIDAR-FECVIG
           END-IF

               PERFORM 3000-LEER-MTG004-CABECERA
           END-IF

           IF WS-CDRETORNO = '00'
               AND NOT WS-SIN-VENTANAS
               PERFORM 3700-CONTROL-CONGELACION
           END-IF

           IF WS-CDRETORNO = '00'
               EVALUATE MTG004B-FUNCION
                   WHEN 'A'
               END-IF
           END-IF.

       2200-VERIFICAR-AUTORIZACION.
      * Misma regla que 9700-VERIFICAR-AUTORIZACION de las
      * transacciones en linea: basta un perfil del usuario cuyo rango
      * de tablas incluya la CDTABLA ('****' = todas; HASTA en blanco =
      * solo DESDE) y que autorice la funcion del movimiento.
           MOVE 'N' TO WS-AUTORIZADO-SW
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRF-NUM
                      OR WS-AUTORIZADO
               PERFORM 2210-EVALUAR-PERFIL
           END-PERFORM

           IF NOT WS-AUTORIZADO
               ADD 1 TO WS-CONTADOR-NO-AUTORIZADOS
               MOVE '15' TO WS-CDRETORNO
               MOVE 'USUARIO NO AUTORIZADO PARA LA FUNCION'
                   TO WS-DSRETORNO
               IF NOT WS-SIN-VIOLACIONES
                   PERFORM 8200-GRABAR-VIOLACION
               END-IF
           END-IF.

       2210-EVALUAR-PERFIL.
           IF WS-PRF-CDTABLA-HASTA(WS-P) = SPACES
               MOVE WS-PRF-CDTABLA-DESDE(WS-P) TO WS-PERFIL-HASTA
           ELSE
               MOVE WS-PRF-CDTABLA-HASTA(WS-P) TO WS-PERFIL-HASTA
           END-IF

           IF WS-PRF-CDTABLA-DESDE(WS-P) = '****'
               OR (MTG004B-CDTABLA >= WS-PRF-CDTABLA-DESDE(WS-P)
                   AND MTG004B-CDTABLA <= WS-PERFIL-HASTA)
               EVALUATE MTG004B-FUNCION
                   WHEN 'A'
                       IF WS-PRF-AUT-ALTA(WS-P) = 'S'
                           SET WS-AUTORIZADO TO TRUE
                       END-IF
                   WHEN 'C'
                       IF WS-PRF-AUT-CAMBIO(WS-P) = 'S'
                           SET WS-AUTORIZADO TO TRUE
                       END-IF
                   WHEN 'B'
                       IF WS-PRF-AUT-BAJA(WS-P) = 'S'
                           SET WS-AUTORIZADO TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

       3000-LEER-MTG004-CABECERA.
      * La cabecera solo se consulta para comprobar que la tabla
      * existe: las entradas de seleccion viven en MTG004E y el
      * en mmddaaaa y se valida con la rutina compartida
      * 9600-VALIDAR-FECHA-REAL (longitud real de cada mes y ano
      * bisiesto) y despues contra el calendario de dias habiles
      * MTG004L de la plaza de la tabla.
           MOVE MTG004B-FECVIG TO WS-VF-FECHA-MMDDAAAA
           PERFORM 9600-VALIDAR-FECHA-REAL
           IF NOT WS-VF-FECHA-VALIDA

       3600-VALIDAR-DIA-HABIL.
      * La fecha efectiva debe ser un dia habil del calendario
      * MTG004L de la plaza de la tabla: en un dia sin proceso ningun
      * MTG004N la hara visible al negocio en el momento esperado.
           PERFORM 3650-RESOLVER-PLAZA
           MOVE WS-CDPLAZA TO MTG004L-CDPLAZA
           STRING MTG004B-FECVIG(5:4) DELIMITED BY SIZE
                  MTG004B-FECVIG(1:2) DELIMITED BY SIZE
                  MTG004B-FECVIG(3:2) DELIMITED BY SIZE
                   TO WS-DSRETORNO
           END-IF.

       3650-RESOLVER-PLAZA.
      * Mismo criterio que 9860-RESOLVER-PLAZA de las transacciones:
      * la plaza de las reglas de la tabla (activas o no) o, sin
      * reglas o sin plaza, el calendario general.
           MOVE WS-PLAZA-GENERAL TO WS-CDPLAZA
           IF NOT WS-SIN-REGLAS
               MOVE MTG004B-CDTABLA TO MTG004RG-CDTABLA
               READ MTG004RG-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-STAT-MTG004RG = '00'
                   AND MTG004RG-CDPLAZA NOT = SPACES
                   MOVE MTG004RG-CDPLAZA TO WS-CDPLAZA
               END-IF
           END-IF.

       3700-CONTROL-CONGELACION.
      * Mismo control que 1800-CONTROL-CONGELACION de TC06: lo que se
      * aplicaria hoy sobre MTG004E se rechaza si una ventana MTG004CG
      * de la tabla, o de todas ('****'), cubre la fecha de proceso;
      * el cambio diferido a una fecha posterior no toca hoy la tabla.
           MOVE 'N' TO WS-CONGELADA-SW
           IF MTG004B-FUNCION = 'C'
               AND MTG004B-FECVIG NOT = SPACES
               PERFORM 5100-CLASIFICAR-FECVIG-CAMBIO
           END-IF

           IF NOT WS-CAMBIO-DIFERIDO
               MOVE MTG004B-CDTABLA TO WS-CDTABLA-VENTANA
               PERFORM 3710-BUSCAR-VENTANAS
               IF NOT WS-CONGELADA
                   MOVE '****' TO WS-CDTABLA-VENTANA
                   PERFORM 3710-BUSCAR-VENTANAS
               END-IF
           END-IF

           IF WS-CONGELADA
               ADD 1 TO WS-CONTADOR-CONGELADOS
               MOVE '17' TO WS-CDRETORNO
               MOVE SPACES TO WS-DSRETORNO
               STRING 'TABLA CONGELADA HASTA ' DELIMITED BY SIZE
                      MTG004CG-FECHA-HASTA DELIMITED BY SIZE
                   INTO WS-DSRETORNO
               IF NOT WS-SIN-CONGELADOS
                   PERFORM 8400-GRABAR-CONGELADO
               END-IF
           END-IF.

       3710-BUSCAR-VENTANAS.
           MOVE 'N' TO WS-FIN-VENTANAS-SW
           MOVE WS-CDTABLA-VENTANA TO MTG004CG-CDTABLA
           MOVE LOW-VALUES TO MTG004CG-FECHA-DESDE
           START MTG004CG-FILE
               KEY IS NOT LESS THAN MTG004CG-CLAVE
               INVALID KEY
                   SET WS-FIN-VENTANAS TO TRUE
           END-START
           PERFORM 3720-LEER-VENTANA
               UNTIL WS-FIN-VENTANAS
                  OR WS-CONGELADA.

       3720-LEER-VENTANA.
      * Las ventanas de la tabla llegan por fecha de inicio: la
      * primera que empieza despues del dia cierra la busqueda.
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

       4000-ALTA-SELECCION.
           PERFORM 9000-VALIDAR-CDSELEC

           MOVE 'MTG004B ' TO MTG004F-USUARIO
           MOVE MTG004B-CLAVBANS TO MTG004F-CLAVBANS
           MOVE MTG004B-CLAVTABS TO MTG004F-CLAVTABS
           MOVE WS-TICKET-EFECTIVO TO MTG004F-TICKET
           MOVE 'P' TO MTG004F-ESTADO

           WRITE MTG004F-REGISTRO
           MOVE MTG004B-CDSELEC TO MTG004H-CDSELEC
           MOVE WS-TIPACC TO MTG004H-TIPACC
           MOVE SPACES TO MTG004H-CHECKER
           MOVE WS-TICKET-EFECTIVO TO MTG004H-TICKET
           MOVE 'MTG004B' TO MTG004H-CANAL
      * Las imagenes de cabecera solo las informan los movimientos de
      * cabecera de TC10: en un movimiento de seleccion van en blanco.
           MOVE SPACES TO MTG004H-NBTABLA-ANT
                   MOVE 'ERROR GRABANDO MTG004H' TO WS-DSRETORNO
           END-EVALUATE.

       8200-GRABAR-VIOLACION.
      * El intento no autorizado se graba tambien en modo 'V': el
      * responsable de seguridad ve quien ha preparado el fichero
      * aunque no llegara a aplicarse.
           MOVE SPACES TO MTG004SG-REGISTRO
           MOVE WS-FECHA-PROCESO-AAAAMMDD TO MTG004SG-FECHA-AAAAMMDD
           MOVE WS-USUARIO-FICHERO TO MTG004SG-USUARIO
           MOVE WS-HORA-PROCESO TO MTG004SG-HORA
           MOVE 'MTG004B ' TO MTG004SG-TRANSACCION
           MOVE MTG004B-FUNCION TO MTG004SG-FUNCION
           MOVE MTG004B-FUNCION TO MTG004SG-ACCION
           MOVE MTG004B-CDTABLA TO MTG004SG-CDTABLA
           MOVE MTG004B-CDSELEC TO MTG004SG-CDSELEC
           MOVE SPACES TO MTG004SG-CLAVBAN
           IF WS-SIN-PERFILES
               MOVE 'PERFILES MTG004PF NO DISPONIBLES'
                   TO MTG004SG-MOTIVO
           ELSE
               IF WS-PRF-NUM = ZERO
                   MOVE 'USUARIO SIN PERFIL DE AUTORIZACION'
                       TO MTG004SG-MOTIVO
               ELSE
                   MOVE 'FUNCION NO AUTORIZADA EN EL PERFIL'
                       TO MTG004SG-MOTIVO
               END-IF
           END-IF

           MOVE ZERO TO WS-REINTENTOS-VIOL
           MOVE 'N' TO WS-VIOLACION-GRABADA-SW
           PERFORM 8300-ESCRIBIR-VIOLACION
               UNTIL WS-VIOLACION-GRABADA.

       8300-ESCRIBIR-VIOLACION.
      * Mismo desempate de clave que 8100-ESCRIBIR-HISTORIA; un fallo
      * al grabar la violacion no cambia el rechazo del movimiento.
           WRITE MTG004SG-REGISTRO
               INVALID KEY
                   CONTINUE
           END-WRITE

           EVALUATE WS-STAT-MTG004SG
               WHEN '00'
                   SET WS-VIOLACION-GRABADA TO TRUE
               WHEN '22'
                   IF WS-REINTENTOS-VIOL < 59
                       ADD 1 TO WS-REINTENTOS-VIOL
                       MOVE MTG004SG-HORA TO WS-HORA-VIOL-NUM
                       ADD 1 TO WS-HORA-VIOL-NUM
                       MOVE WS-HORA-VIOL-NUM TO MTG004SG-HORA
                   ELSE
                       DISPLAY 'MTG004B: ERROR GRABANDO MTG004SG'
                       SET WS-VIOLACION-GRABADA TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'MTG004B: ERROR GRABANDO MTG004SG '
                       'FILE STATUS ' WS-STAT-MTG004SG
                   SET WS-VIOLACION-GRABADA TO TRUE
           END-EVALUATE.

       8400-GRABAR-CONGELADO.
           MOVE SPACES TO MTG004CV-REGISTRO
           MOVE WS-FECHA-PROCESO-AAAAMMDD TO MTG004CV-FECHA-AAAAMMDD
           MOVE MTG004B-CDTABLA TO MTG004CV-CDTABLA
           MOVE WS-HORA-PROCESO TO MTG004CV-HORA
           MOVE MTG004B-CDSELEC TO MTG004CV-CDSELEC
           MOVE 'R' TO MTG004CV-TIPO
           MOVE 'MTG004B ' TO MTG004CV-CANAL
           MOVE WS-USUARIO-FICHERO TO MTG004CV-USUARIO
           MOVE MTG004B-FUNCION TO MTG004CV-FUNCION
           MOVE MTG004CG-CDTABLA TO MTG004CV-VENTANA-CDTABLA
           MOVE MTG004CG-FECHA-DESDE TO MTG004CV-VENTANA-DESDE
           MOVE MTG004CG-FECHA-HASTA TO MTG004CV-VENTANA-HASTA
           MOVE MTG004CG-MOTIVO TO MTG004CV-MOTIVO

           MOVE ZERO TO WS-REINTENTOS-CONG
           MOVE 'N' TO WS-CONGELADO-GRABADO-SW
           PERFORM 8500-ESCRIBIR-CONGELADO
               UNTIL WS-CONGELADO-GRABADO.

       8500-ESCRIBIR-CONGELADO.
      * Mismo desempate de clave que 8300-ESCRIBIR-VIOLACION; un
      * fallo al grabar no cambia el rechazo del movimiento.
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
                       DISPLAY 'MTG004B: ERROR GRABANDO MTG004CV'
                       SET WS-CONGELADO-GRABADO TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'MTG004B: ERROR GRABANDO MTG004CV '
                       'FILE STATUS ' WS-STAT-MTG004CV
                   SET WS-CONGELADO-GRABADO TO TRUE
           END-EVALUATE.

       9000-VALIDAR-CDSELEC.
           IF MTG004B-CDSELEC = SPACE
               MOVE '06' TO WS-CDRETORNO
               MOVE 'MTG004-CDSELEC NO PUEDE SER BLANCO'
                   TO WS-DSRETORNO
           ELSE
               IF WS-SIN-REGLAS
                   MOVE '16' TO WS-CDRETORNO
                   MOVE 'ERROR ACCEDIENDO MTG004RG' TO WS-DSRETORNO
               ELSE
                   PERFORM 9100-BUSCAR-CDSELEC-REGLAS
               END-IF
           END-IF.

       9100-BUSCAR-CDSELEC-REGLAS.
      * Mismo criterio que 9850-VALIDAR-CDSELEC de las transacciones:
      * el codigo debe figurar entre los admitidos por unas reglas
      * activas de la tabla; una tabla sin reglas no admite altas.
           MOVE MTG004B-CDTABLA TO MTG004RG-CDTABLA
           READ MTG004RG-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE WS-STAT-MTG004RG
               WHEN '00'
                   IF MTG004RG-ESTADO NOT = 'A'
                       MOVE '07' TO WS-CDRETORNO
                   ELSE
                       SET MTG004RG-CDSELEC-INDEX TO 1
                       SEARCH MTG004RG-CDSELEC-VALIDO
                           AT END
                               MOVE '07' TO WS-CDRETORNO
                           WHEN MTG004RG-CDSELEC-VALIDO
                                       (MTG004RG-CDSELEC-INDEX)
                                   = MTG004B-CDSELEC
                               CONTINUE
                       END-SEARCH
                   END-IF
                   IF WS-CDRETORNO = '07'
                       MOVE 'MTG004-CDSELEC NO VALIDO PARA ESTA TABLA'
                           TO WS-DSRETORNO
                   END-IF
               WHEN '23'
                   MOVE '07' TO WS-CDRETORNO
                   MOVE 'MTG004-CDSELEC NO VALIDO PARA ESTA TABLA'
                       TO WS-DSRETORNO
               WHEN OTHER
                   MOVE '16' TO WS-CDRETORNO
                   MOVE 'ERROR ACCEDIENDO MTG004RG' TO WS-DSRETORNO
           END-EVALUATE.

       9200-BUSCAR-SIMULADO.
           MOVE ZERO TO WS-SIM-LOCALIZADO
               INTO MTG004B-RPT-LINEA
           WRITE MTG004B-RPT-LINEA

           MOVE SPACES TO MTG004B-RPT-LINEA
           STRING 'USUARIO DEL FICHERO: '  DELIMITED BY SIZE
                  WS-USUARIO-FICHERO       DELIMITED BY SIZE
                  '  NO AUTORIZADOS: '     DELIMITED BY SIZE
                  WS-CONTADOR-NO-AUTORIZADOS DELIMITED BY SIZE
                  '  CONGELADOS: '         DELIMITED BY SIZE
                  WS-CONTADOR-CONGELADOS   DELIMITED BY SIZE
               INTO MTG004B-RPT-LINEA
           WRITE MTG004B-RPT-LINEA

           IF WS-SOLO-VALIDAR
               MOVE SPACES TO MTG004B-RPT-LINEA
               STRING 'EJECUCION DE PRUEBA - NADA GRABADO - AVISOS '
           IF NOT WS-SIN-CALENDARIO
               CLOSE MTG004L-FILE
           END-IF
           IF NOT WS-SIN-VIOLACIONES
               CLOSE MTG004SG-FILE
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
           CLOSE MTG004B-RPT.

       COPY MTG004_valfec.
