       IDENTIFICATION DIVISION.
       PROGRAM-ID. TC13.
      *
      * Transaccion TC13 - Mantenimiento de las reglas por tabla
      * MTG004RG. Los codigos de seleccion admitidos por cada tabla y
      * el indicador de doble control vivian en las listas compiladas
      * MTG004_vldsel y MTG004_senstab: cada tabla o codigo nuevo
      * obligaba a tocar y recompilar TC06, MTG004B y TC09, y las
      * listas se habian quedado sin huecos. Ahora viven en el fichero
      * de reglas MTG004RG, un registro por MTG004-CDTABLA, y se
      * mantienen con esta transaccion; cada alta, cambio o baja deja
      * su movimiento en la historia MTG004RH con las imagenes
      * anterior y nueva, igual que MTG004H para las entradas.
      *
      * Funciones: 'L' consulta de las reglas de una tabla; 'A' alta
      * (o reactivacion de unas reglas dadas de baja); 'C' cambio de
      * codigos admitidos, doble control y descripcion; 'B' baja
      * (MTG004RG-ESTADO pasa a 'I' y la tabla deja de admitir altas).
      * La baja no borra el registro ni quita el doble control.
      *
      * Las reglas dicen ademas que plaza del calendario de dias
      * habiles MTG004L rige la tabla (MTG004RM-CDPLAZA, al final de
      * la commarea); una plaza informada debe tener calendario.
      *
      * Alta, cambio y baja exigen que el usuario de la sesion tenga
      * autorizado el mantenimiento de reglas de la tabla en su perfil
      * MTG004PF; el intento no autorizado se rechaza y queda en el
      * fichero de violaciones MTG004SG.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CICS-RESP                        PIC S9(8) COMP.

       COPY MTG004RG_reg.

       COPY MTG004RH_reg.

       COPY MTG004L_reg.

       COPY MTG004PF_reg.

       COPY MTG004SG_reg.

       COPY MTG004_autorwk.

       01 WS-FECHA-PROCESO                    PIC  X(8).
       01 WS-HORA-PROCESO                     PIC  X(6).
       01 WS-USERID-ASIGNADO                  PIC  X(8).
       01 WS-MTG004RH-RIDFLD                  PIC  X(18).
       01 WS-REGLA-NUEVA-SW                   PIC  X(1) VALUE 'N'.
           88 WS-REGLA-NUEVA                   VALUE 'S'.
       01 WS-HIST-GRABADA-SW                  PIC  X(1) VALUE 'N'.
           88 WS-HIST-GRABADA                  VALUE 'S'.
       01 WS-REINTENTOS-HIST                  PIC  9(2) VALUE ZERO.
       01 WS-HORA-HIST-NUM                    PIC  9(6).
       01 WS-C                                PIC S9(4) COMP.
       01 WS-D                                PIC S9(4) COMP.
       01 WS-CODIGOS-INFORMADOS               PIC S9(4) COMP.
       01 WS-CON-PLAZA-SW                     PIC  X(1) VALUE 'N'.
           88 WS-CON-PLAZA                     VALUE 'S'.
       01 WS-MTG004L-RIDFLD                   PIC  X(12).
       01 WS-PLAZA-HALLADA-SW                 PIC  X(1) VALUE 'N'.
           88 WS-PLAZA-HALLADA                 VALUE 'S'.

       LINKAGE SECTION.
           COPY TC13_reqres.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           IF EIBCALEN = 0
               EXEC CICS RETURN
               END-EXEC
           END-IF

           MOVE '00' TO MTG004RM-CDRETORNO
           MOVE SPACES TO MTG004RM-DSRETORNO

      * MTG004RM-CDPLAZA esta al final de la commarea: solo se lee y
      * se devuelve si el llamador la pasa.
           IF EIBCALEN >= LENGTH OF MTG004RM-REGISTRO
               SET WS-CON-PLAZA TO TRUE
           END-IF

           EXEC CICS ASSIGN
               LOCALDATE(WS-FECHA-PROCESO)
               LOCALTIME(WS-HORA-PROCESO)
               USERID(WS-USERID-ASIGNADO)
           END-EXEC

           PERFORM 1000-VALIDAR-PETICION

           IF MTG004RM-CDRETORNO = '00'
               EVALUATE MTG004RM-FUNCION
                   WHEN 'L'
                       PERFORM 2000-CONSULTAR-REGLAS
                   WHEN 'A'
                       MOVE 'A' TO MTG004RH-TIPACC
                       PERFORM 3000-ALTA-REGLAS
                   WHEN 'C'
                       MOVE 'C' TO MTG004RH-TIPACC
                       PERFORM 4000-CAMBIO-REGLAS
                   WHEN 'B'
                       MOVE 'B' TO MTG004RH-TIPACC
                       PERFORM 5000-BAJA-REGLAS
               END-EVALUATE
           END-IF

           IF MTG004RM-CDRETORNO = '00'
               AND MTG004RM-FUNCION NOT = 'L'
               PERFORM 7000-GRABAR-HISTORIA
           END-IF

           EXEC CICS RETURN
           END-EXEC

           GOBACK.

       1000-VALIDAR-PETICION.
           IF MTG004RM-FUNCION NOT = 'L'
               AND MTG004RM-FUNCION NOT = 'A'
               AND MTG004RM-FUNCION NOT = 'C'
               AND MTG004RM-FUNCION NOT = 'B'
               MOVE '05' TO MTG004RM-CDRETORNO
               MOVE 'FUNCION DE MANTENIMIENTO INVALIDA'
                   TO MTG004RM-DSRETORNO
           END-IF

           IF MTG004RM-CDRETORNO = '00'
               AND MTG004RM-CDTABLA = SPACES
               MOVE '08' TO MTG004RM-CDRETORNO
               MOVE 'MTG004-CDTABLA NO PUEDE SER BLANCO'
                   TO MTG004RM-DSRETORNO
           END-IF

           IF MTG004RM-CDRETORNO = '00'
               AND MTG004RM-FUNCION NOT = 'L'
               PERFORM 1100-VERIFICAR-AUTORIZACION
           END-IF

           IF MTG004RM-CDRETORNO = '00'
               AND (MTG004RM-FUNCION = 'A'
                    OR MTG004RM-FUNCION = 'C')
               PERFORM 1200-VALIDAR-DATOS-REGLAS
           END-IF.

       1100-VERIFICAR-AUTORIZACION.
           MOVE WS-USERID-ASIGNADO TO WS-AU-USUARIO
           MOVE 'R' TO WS-AU-FUNCION
           MOVE MTG004RM-FUNCION TO WS-AU-ACCION
           MOVE MTG004RM-CDTABLA TO WS-AU-CDTABLA
           MOVE SPACE TO WS-AU-CDSELEC
           MOVE SPACES TO WS-AU-CLAVBAN
           MOVE WS-FECHA-PROCESO TO WS-AU-FECHA-PROCESO
           MOVE WS-HORA-PROCESO TO WS-AU-HORA-PROCESO
           PERFORM 9700-VERIFICAR-AUTORIZACION
           IF NOT WS-AU-AUTORIZADO
               MOVE '11' TO MTG004RM-CDRETORNO
               MOVE 'USUARIO NO AUTORIZADO A MANTENER REGLAS'
                   TO MTG004RM-DSRETORNO
           END-IF.

       1200-VALIDAR-DATOS-REGLAS.
      * El indicador de doble control es obligatorio ('S'/'N') y la
      * lista de codigos admitidos debe traer al menos un codigo y
      * ninguno repetido: un codigo duplicado no hace dano al validar,
      * pero casi siempre es un error de tecleo que oculta el codigo
      * que se queria dar de alta.
           IF MTG004RM-DOBLE-CONTROL NOT = 'S'
               AND MTG004RM-DOBLE-CONTROL NOT = 'N'
               MOVE '06' TO MTG004RM-CDRETORNO
               MOVE 'INDICADOR DE DOBLE CONTROL INVALIDO (S/N)'
                   TO MTG004RM-DSRETORNO
           END-IF

           IF MTG004RM-CDRETORNO = '00'
               MOVE ZERO TO WS-CODIGOS-INFORMADOS
               PERFORM 1210-VALIDAR-CODIGO
                   VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > 40
                      OR MTG004RM-CDRETORNO NOT = '00'
           END-IF

           IF MTG004RM-CDRETORNO = '00'
               AND WS-CODIGOS-INFORMADOS = ZERO
               MOVE '07' TO MTG004RM-CDRETORNO
               MOVE 'LISTA DE CDSELEC VALIDOS VACIA'
                   TO MTG004RM-DSRETORNO
           END-IF

           IF MTG004RM-CDRETORNO = '00'
               AND WS-CON-PLAZA
               AND MTG004RM-CDPLAZA NOT = SPACES
               PERFORM 1300-VALIDAR-PLAZA
           END-IF.

       1210-VALIDAR-CODIGO.
           IF MTG004RM-CDSELEC-VALIDOS(WS-C:1) NOT = SPACE
               ADD 1 TO WS-CODIGOS-INFORMADOS
               PERFORM 1220-COMPARAR-CODIGO
                   VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D >= WS-C
                      OR MTG004RM-CDRETORNO NOT = '00'
           END-IF.

       1220-COMPARAR-CODIGO.
           IF MTG004RM-CDSELEC-VALIDOS(WS-D:1) =
                   MTG004RM-CDSELEC-VALIDOS(WS-C:1)
               MOVE '07' TO MTG004RM-CDRETORNO
               MOVE 'CDSELEC REPETIDO EN LA LISTA DE VALIDOS'
                   TO MTG004RM-DSRETORNO
           END-IF.

       1300-VALIDAR-PLAZA.
      * Una plaza sin ningun dia en MTG004L dejaria la tabla sin dias
      * habiles: TC06 y MTG004B rechazarian toda fecha efectiva.
           MOVE 'N' TO WS-PLAZA-HALLADA-SW
           MOVE MTG004RM-CDPLAZA TO WS-MTG004L-RIDFLD(1:4)
           MOVE LOW-VALUES TO WS-MTG004L-RIDFLD(5:8)

           EXEC CICS STARTBR
               FILE('MTG004L')
               RIDFLD(WS-MTG004L-RIDFLD)
               GTEQ
               RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               EXEC CICS READNEXT
                   FILE('MTG004L')
                   INTO(MTG004L-REGISTRO)
                   RIDFLD(WS-MTG004L-RIDFLD)
                   RESP(WS-CICS-RESP)
               END-EXEC
               IF WS-CICS-RESP = DFHRESP(NORMAL)
                   AND MTG004L-CDPLAZA = MTG004RM-CDPLAZA
                   SET WS-PLAZA-HALLADA TO TRUE
               END-IF
               EXEC CICS ENDBR
                   FILE('MTG004L')
                   RESP(WS-CICS-RESP)
               END-EXEC
           END-IF

           IF NOT WS-PLAZA-HALLADA
               MOVE '12' TO MTG004RM-CDRETORNO
               MOVE 'PLAZA SIN CALENDARIO EN MTG004L'
                   TO MTG004RM-DSRETORNO
           END-IF.

       2000-CONSULTAR-REGLAS.
           EXEC CICS READ
               FILE('MTG004RG')
               INTO(MTG004RG-REGISTRO)
               RIDFLD(MTG004RM-CDTABLA)
               RESP(WS-CICS-RESP)
           END-EXEC

           EVALUATE WS-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 2100-CARGAR-RESPUESTA
               WHEN DFHRESP(NOTFND)
                   MOVE '01' TO MTG004RM-CDRETORNO
                   MOVE 'REGLAS NO ENCONTRADAS PARA LA TABLA'
                       TO MTG004RM-DSRETORNO
               WHEN OTHER
                   MOVE '09' TO MTG004RM-CDRETORNO
                   MOVE 'ERROR ACCEDIENDO MTG004RG'
                       TO MTG004RM-DSRETORNO
           END-EVALUATE.

       2100-CARGAR-RESPUESTA.
           MOVE MTG004RG-DOBLE-CONTROL TO MTG004RM-DOBLE-CONTROL
           MOVE MTG004RG-CDSELEC-VALIDOS TO MTG004RM-CDSELEC-VALIDOS
           MOVE MTG004RG-DESCRIPCION TO MTG004RM-DESCRIPCION
           MOVE MTG004RG-ESTADO TO MTG004RM-ESTADO
           IF WS-CON-PLAZA
               MOVE MTG004RG-CDPLAZA TO MTG004RM-CDPLAZA
           END-IF.

       2500-LEER-REGLAS-UPDATE.
      * Cambio y baja solo operan sobre reglas activas: unas reglas
      * dadas de baja se recuperan con un alta.
           EXEC CICS READ
               FILE('MTG004RG')
               INTO(MTG004RG-REGISTRO)
               RIDFLD(MTG004RM-CDTABLA)
               UPDATE
               RESP(WS-CICS-RESP)
           END-EXEC

           EVALUATE WS-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'N' TO WS-REGLA-NUEVA-SW
                   IF MTG004RG-ESTADO NOT = 'A'
                       MOVE '03' TO MTG004RM-CDRETORNO
                       MOVE 'LAS REGLAS DE LA TABLA ESTAN DE BAJA'
                           TO MTG004RM-DSRETORNO
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE '01' TO MTG004RM-CDRETORNO
                   MOVE 'REGLAS NO ENCONTRADAS PARA LA TABLA'
                       TO MTG004RM-DSRETORNO
               WHEN OTHER
                   MOVE '09' TO MTG004RM-CDRETORNO
                   MOVE 'ERROR ACCEDIENDO MTG004RG'
                       TO MTG004RM-DSRETORNO
           END-EVALUATE.

       3000-ALTA-REGLAS.
      * El alta estrena registro o reactiva las reglas dadas de baja
      * de la propia tabla, con la misma regla de imagenes que TC06:
      * imagen anterior en blanco para un registro nuevo, los valores
      * del registro inactivo en el otro caso.
           PERFORM 6600-LIMPIAR-IMAGENES

           EXEC CICS READ
               FILE('MTG004RG')
               INTO(MTG004RG-REGISTRO)
               RIDFLD(MTG004RM-CDTABLA)
               UPDATE
               RESP(WS-CICS-RESP)
           END-EXEC

           EVALUATE WS-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   IF MTG004RG-ESTADO = 'A'
                       MOVE '02' TO MTG004RM-CDRETORNO
                       MOVE 'YA EXISTEN REGLAS PARA ESTA TABLA'
                           TO MTG004RM-DSRETORNO
                   ELSE
                       MOVE 'N' TO WS-REGLA-NUEVA-SW
                       PERFORM 6400-CARGAR-IMAGEN-ANTERIOR
                   END-IF
               WHEN DFHRESP(NOTFND)
                   SET WS-REGLA-NUEVA TO TRUE
                   MOVE SPACES TO MTG004RG-CDPLAZA
               WHEN OTHER
                   MOVE '09' TO MTG004RM-CDRETORNO
                   MOVE 'ERROR ACCEDIENDO MTG004RG'
                       TO MTG004RM-DSRETORNO
           END-EVALUATE

           IF MTG004RM-CDRETORNO = '00'
               MOVE MTG004RM-CDTABLA TO MTG004RG-CDTABLA
               MOVE 'A' TO MTG004RG-ESTADO
               MOVE MTG004RM-DOBLE-CONTROL TO MTG004RG-DOBLE-CONTROL
               MOVE MTG004RM-CDSELEC-VALIDOS TO MTG004RG-CDSELEC-VALIDOS
               MOVE MTG004RM-DESCRIPCION TO MTG004RG-DESCRIPCION
               IF WS-CON-PLAZA
                   MOVE MTG004RM-CDPLAZA TO MTG004RG-CDPLAZA
               END-IF
               PERFORM 6500-CARGAR-IMAGEN-NUEVA
               PERFORM 6000-GRABAR-MTG004RG
           END-IF.

       4000-CAMBIO-REGLAS.
           PERFORM 6600-LIMPIAR-IMAGENES
           PERFORM 2500-LEER-REGLAS-UPDATE

           IF MTG004RM-CDRETORNO = '00'
               PERFORM 6400-CARGAR-IMAGEN-ANTERIOR

               MOVE MTG004RM-DOBLE-CONTROL TO MTG004RG-DOBLE-CONTROL
               MOVE MTG004RM-CDSELEC-VALIDOS TO MTG004RG-CDSELEC-VALIDOS
               MOVE MTG004RM-DESCRIPCION TO MTG004RG-DESCRIPCION
               IF WS-CON-PLAZA
                   MOVE MTG004RM-CDPLAZA TO MTG004RG-CDPLAZA
               END-IF

               PERFORM 6500-CARGAR-IMAGEN-NUEVA
               PERFORM 6000-GRABAR-MTG004RG
           END-IF.

       5000-BAJA-REGLAS.
           PERFORM 6600-LIMPIAR-IMAGENES
           PERFORM 2500-LEER-REGLAS-UPDATE

           IF MTG004RM-CDRETORNO = '00'
               PERFORM 6400-CARGAR-IMAGEN-ANTERIOR

               MOVE 'I' TO MTG004RG-ESTADO

               PERFORM 6500-CARGAR-IMAGEN-NUEVA
               PERFORM 6000-GRABAR-MTG004RG
           END-IF.

       6000-GRABAR-MTG004RG.
           IF WS-REGLA-NUEVA
               EXEC CICS WRITE
                   FILE('MTG004RG')
                   FROM(MTG004RG-REGISTRO)
                   RIDFLD(MTG004RG-CDTABLA)
                   RESP(WS-CICS-RESP)
               END-EXEC
           ELSE
               EXEC CICS REWRITE
                   FILE('MTG004RG')
                   FROM(MTG004RG-REGISTRO)
                   RESP(WS-CICS-RESP)
               END-EXEC
           END-IF

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE '09' TO MTG004RM-CDRETORNO
               MOVE 'ERROR GRABANDO MTG004RG' TO MTG004RM-DSRETORNO
           ELSE
               PERFORM 2100-CARGAR-RESPUESTA
           END-IF.

       6400-CARGAR-IMAGEN-ANTERIOR.
           MOVE MTG004RG-ESTADO TO MTG004RH-ESTADO-ANT
           MOVE MTG004RG-DOBLE-CONTROL TO MTG004RH-DOBLE-CONTROL-ANT
           MOVE MTG004RG-CDSELEC-VALIDOS
               TO MTG004RH-CDSELEC-VALIDOS-ANT
           MOVE MTG004RG-DESCRIPCION TO MTG004RH-DESCRIPCION-ANT
           MOVE MTG004RG-CDPLAZA TO MTG004RH-CDPLAZA-ANT.

       6500-CARGAR-IMAGEN-NUEVA.
           MOVE MTG004RG-ESTADO TO MTG004RH-ESTADO-NVA
           MOVE MTG004RG-DOBLE-CONTROL TO MTG004RH-DOBLE-CONTROL-NVA
           MOVE MTG004RG-CDSELEC-VALIDOS
               TO MTG004RH-CDSELEC-VALIDOS-NVA
           MOVE MTG004RG-DESCRIPCION TO MTG004RH-DESCRIPCION-NVA
           MOVE MTG004RG-CDPLAZA TO MTG004RH-CDPLAZA-NVA.

       6600-LIMPIAR-IMAGENES.
           MOVE SPACES TO MTG004RH-CDSELEC-VALIDOS-ANT
                          MTG004RH-CDSELEC-VALIDOS-NVA
                          MTG004RH-DESCRIPCION-ANT
                          MTG004RH-DESCRIPCION-NVA
                          MTG004RH-CDPLAZA-ANT
                          MTG004RH-CDPLAZA-NVA
           MOVE SPACE TO MTG004RH-ESTADO-ANT
                         MTG004RH-ESTADO-NVA
                         MTG004RH-DOBLE-CONTROL-ANT
                         MTG004RH-DOBLE-CONTROL-NVA.

       7000-GRABAR-HISTORIA.
           MOVE MTG004RM-CDTABLA TO MTG004RH-CDTABLA
           MOVE WS-FECHA-PROCESO TO MTG004RH-FECHA
           MOVE WS-HORA-PROCESO TO MTG004RH-HORA
           MOVE WS-USERID-ASIGNADO TO MTG004RH-USUARIO

           MOVE ZERO TO WS-REINTENTOS-HIST
           MOVE 'N' TO WS-HIST-GRABADA-SW
           PERFORM 7100-ESCRIBIR-HISTORIA
               UNTIL WS-HIST-GRABADA
                  OR MTG004RM-CDRETORNO NOT = '00'.

       7100-ESCRIBIR-HISTORIA.
      * Misma regla de desempate de clave que la historia MTG004H:
      * ante clave duplicada en el mismo segundo se avanza la hora en
      * una unidad, solo como desempate, y se reintenta.
           STRING MTG004RH-CDTABLA DELIMITED BY SIZE
                  MTG004RH-FECHA   DELIMITED BY SIZE
                  MTG004RH-HORA    DELIMITED BY SIZE
               INTO WS-MTG004RH-RIDFLD

           EXEC CICS WRITE
               FILE('MTG004RH')
               FROM(MTG004RH-REGISTRO)
               RIDFLD(WS-MTG004RH-RIDFLD)
               RESP(WS-CICS-RESP)
           END-EXEC

           EVALUATE WS-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   SET WS-HIST-GRABADA TO TRUE
               WHEN DFHRESP(DUPREC)
                   IF WS-REINTENTOS-HIST < 59
                       ADD 1 TO WS-REINTENTOS-HIST
                       MOVE MTG004RH-HORA TO WS-HORA-HIST-NUM
                       ADD 1 TO WS-HORA-HIST-NUM
                       MOVE WS-HORA-HIST-NUM TO MTG004RH-HORA
                   ELSE
                       MOVE '10' TO MTG004RM-CDRETORNO
                       MOVE 'ERROR GRABANDO MTG004RH'
                           TO MTG004RM-DSRETORNO
                   END-IF
               WHEN OTHER
                   MOVE '10' TO MTG004RM-CDRETORNO
                   MOVE 'ERROR GRABANDO MTG004RH' TO MTG004RM-DSRETORNO
           END-EVALUATE.

       COPY MTG004_autor.
