       IDENTIFICATION DIVISION.
       PROGRAM-ID. TC14.
      *
      * Transaccion TC14 - Mantenimiento del calendario de dias
      * habiles MTG004L. Explotacion editaba el calendario a mano, sin
      * pista de auditoria y con un unico calendario para todas las
      * plazas. El calendario esta ahora por plaza (clave CDPLAZA +
      * fecha) y se mantiene con esta transaccion: 'A' da de alta un
      * dia como habil, 'B' lo da de baja (festivo sobrevenido) y 'L'
      * consulta si un dia es habil. Cada alta o baja exige un motivo
      * y deja su movimiento en la historia MTG004LH con el usuario y
      * las imagenes anterior y nueva del dia.
      *
      * No se modifican dias ya pasados: la historia de lo activado
      * en ellos quedaria sin explicacion. Tras declarar un festivo
      * conviene lanzar el informe MTG004LI, que lista los cambios
      * pendientes de MTG004F y de MTG004V cuya fecha efectiva ha
      * dejado de ser dia habil.
      *
      * Alta y baja exigen que el usuario de la sesion tenga
      * autorizado el mantenimiento del calendario en su perfil
      * MTG004PF; el intento no autorizado se rechaza y queda en el
      * fichero de violaciones MTG004SG.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CICS-RESP                        PIC S9(8) COMP.

       COPY MTG004L_reg.

       COPY MTG004LH_reg.

       COPY MTG004_valfecwk.

       COPY MTG004PF_reg.

       COPY MTG004SG_reg.

       COPY MTG004_autorwk.

       01 WS-FECHA-PROCESO                    PIC  X(8).
       01 WS-HORA-PROCESO                     PIC  X(6).
       01 WS-FECHA-PROCESO-AAAAMMDD           PIC  X(8).
       01 WS-USERID-ASIGNADO                  PIC  X(8).
       01 WS-CDPLAZA                          PIC  X(4).
       01 WS-PLAZA-GENERAL                    PIC  X(4) VALUE 'GRAL'.
       01 WS-FECHA-AAAAMMDD                   PIC  X(8).
       01 WS-MTG004LH-RIDFLD                  PIC  X(26).
       01 WS-HIST-GRABADA-SW                  PIC  X(1) VALUE 'N'.
           88 WS-HIST-GRABADA                  VALUE 'S'.
       01 WS-REINTENTOS-HIST                  PIC  9(2) VALUE ZERO.
       01 WS-HORA-HIST-NUM                    PIC  9(6).

       LINKAGE SECTION.
           COPY TC14_reqres.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           IF EIBCALEN = 0
               EXEC CICS RETURN
               END-EXEC
           END-IF

           MOVE '00' TO MTG004LM-CDRETORNO
           MOVE SPACES TO MTG004LM-DSRETORNO

           EXEC CICS ASSIGN
               LOCALDATE(WS-FECHA-PROCESO)
               LOCALTIME(WS-HORA-PROCESO)
               USERID(WS-USERID-ASIGNADO)
           END-EXEC

           STRING WS-FECHA-PROCESO(5:4) DELIMITED BY SIZE
                  WS-FECHA-PROCESO(1:2) DELIMITED BY SIZE
                  WS-FECHA-PROCESO(3:2) DELIMITED BY SIZE
               INTO WS-FECHA-PROCESO-AAAAMMDD

           PERFORM 1000-VALIDAR-PETICION

           IF MTG004LM-CDRETORNO = '00'
               EVALUATE MTG004LM-FUNCION
                   WHEN 'L'
                       PERFORM 2000-CONSULTAR-DIA
                   WHEN 'A'
                       MOVE 'A' TO MTG004LH-TIPACC
                       PERFORM 3000-ALTA-DIA
                   WHEN 'B'
                       MOVE 'B' TO MTG004LH-TIPACC
                       PERFORM 4000-BAJA-DIA
               END-EVALUATE
           END-IF

           IF MTG004LM-CDRETORNO = '00'
               AND MTG004LM-FUNCION NOT = 'L'
               PERFORM 7000-GRABAR-HISTORIA
           END-IF

           IF MTG004LM-CDRETORNO = '00'
               AND MTG004LM-FUNCION = 'B'
               MOVE 'DIA DE BAJA: REVISAR INFORME MTG004LI'
                   TO MTG004LM-DSRETORNO
           END-IF

           EXEC CICS RETURN
           END-EXEC

           GOBACK.

       1000-VALIDAR-PETICION.
           IF MTG004LM-FUNCION NOT = 'L'
               AND MTG004LM-FUNCION NOT = 'A'
               AND MTG004LM-FUNCION NOT = 'B'
               MOVE '05' TO MTG004LM-CDRETORNO
               MOVE 'FUNCION DE MANTENIMIENTO INVALIDA'
                   TO MTG004LM-DSRETORNO
           END-IF

           IF MTG004LM-CDPLAZA = SPACES
               MOVE WS-PLAZA-GENERAL TO WS-CDPLAZA
           ELSE
               MOVE MTG004LM-CDPLAZA TO WS-CDPLAZA
           END-IF

           IF MTG004LM-CDRETORNO = '00'
               MOVE MTG004LM-FECHA TO WS-VF-FECHA-MMDDAAAA
               PERFORM 9600-VALIDAR-FECHA-REAL
               IF NOT WS-VF-FECHA-VALIDA
                   MOVE '03' TO MTG004LM-CDRETORNO
                   MOVE 'FECHA NO ES UNA FECHA REAL MMDDAAAA'
                       TO MTG004LM-DSRETORNO
               ELSE
                   STRING MTG004LM-FECHA(5:4) DELIMITED BY SIZE
                          MTG004LM-FECHA(1:2) DELIMITED BY SIZE
                          MTG004LM-FECHA(3:2) DELIMITED BY SIZE
                       INTO WS-FECHA-AAAAMMDD
               END-IF
           END-IF

           IF MTG004LM-CDRETORNO = '00'
               AND MTG004LM-FUNCION NOT = 'L'
               AND MTG004LM-MOTIVO = SPACES
               MOVE '04' TO MTG004LM-CDRETORNO
               MOVE 'MOTIVO OBLIGATORIO' TO MTG004LM-DSRETORNO
           END-IF

           IF MTG004LM-CDRETORNO = '00'
               AND MTG004LM-FUNCION NOT = 'L'
               AND WS-FECHA-AAAAMMDD < WS-FECHA-PROCESO-AAAAMMDD
               MOVE '08' TO MTG004LM-CDRETORNO
               MOVE 'NO SE MODIFICAN DIAS YA PASADOS'
                   TO MTG004LM-DSRETORNO
           END-IF

           IF MTG004LM-CDRETORNO = '00'
               AND MTG004LM-FUNCION NOT = 'L'
               PERFORM 1100-VERIFICAR-AUTORIZACION
           END-IF.

       1100-VERIFICAR-AUTORIZACION.
           MOVE WS-USERID-ASIGNADO TO WS-AU-USUARIO
           MOVE 'L' TO WS-AU-FUNCION
           MOVE MTG004LM-FUNCION TO WS-AU-ACCION
           MOVE SPACES TO WS-AU-CDTABLA
           MOVE SPACE TO WS-AU-CDSELEC
           MOVE SPACES TO WS-AU-CLAVBAN
           MOVE WS-FECHA-PROCESO TO WS-AU-FECHA-PROCESO
           MOVE WS-HORA-PROCESO TO WS-AU-HORA-PROCESO
           PERFORM 9700-VERIFICAR-AUTORIZACION
           IF NOT WS-AU-AUTORIZADO
               MOVE '09' TO MTG004LM-CDRETORNO
               MOVE 'USUARIO NO AUTORIZADO A MANTENER CALENDARIO'
                   TO MTG004LM-DSRETORNO
           END-IF.

       2000-CONSULTAR-DIA.
           MOVE WS-CDPLAZA TO MTG004L-CDPLAZA
           MOVE WS-FECHA-AAAAMMDD TO MTG004L-FECHA-AAAAMMDD

           EXEC CICS READ
               FILE('MTG004L')
               INTO(MTG004L-REGISTRO)
               RIDFLD(MTG004L-CLAVE)
               RESP(WS-CICS-RESP)
           END-EXEC

           EVALUATE WS-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'S' TO MTG004LM-DIA-HABIL
                   MOVE MTG004L-DESCRIPCION TO MTG004LM-DESCRIPCION
               WHEN DFHRESP(NOTFND)
                   MOVE 'N' TO MTG004LM-DIA-HABIL
                   MOVE SPACES TO MTG004LM-DESCRIPCION
               WHEN OTHER
                   MOVE '06' TO MTG004LM-CDRETORNO
                   MOVE 'ERROR ACCEDIENDO MTG004L'
                       TO MTG004LM-DSRETORNO
           END-EVALUATE.

       3000-ALTA-DIA.
      * Un dia no habil no tiene registro: el alta lo crea y la imagen
      * anterior de la historia queda como no habil.
           MOVE 'N' TO MTG004LH-DIA-HABIL-ANT
           MOVE SPACES TO MTG004LH-DESCRIPCION-ANT

           MOVE WS-CDPLAZA TO MTG004L-CDPLAZA
           MOVE WS-FECHA-AAAAMMDD TO MTG004L-FECHA-AAAAMMDD
           MOVE MTG004LM-DESCRIPCION TO MTG004L-DESCRIPCION

           EXEC CICS WRITE
               FILE('MTG004L')
               FROM(MTG004L-REGISTRO)
               RIDFLD(MTG004L-CLAVE)
               RESP(WS-CICS-RESP)
           END-EXEC

           EVALUATE WS-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'S' TO MTG004LH-DIA-HABIL-NVA
                   MOVE MTG004L-DESCRIPCION TO MTG004LH-DESCRIPCION-NVA
                   MOVE 'S' TO MTG004LM-DIA-HABIL
               WHEN DFHRESP(DUPREC)
                   MOVE '02' TO MTG004LM-CDRETORNO
                   MOVE 'EL DIA YA ES HABIL EN EL CALENDARIO'
                       TO MTG004LM-DSRETORNO
               WHEN OTHER
                   MOVE '06' TO MTG004LM-CDRETORNO
                   MOVE 'ERROR GRABANDO MTG004L' TO MTG004LM-DSRETORNO
           END-EVALUATE.

       4000-BAJA-DIA.
      * La baja borra el registro del dia; lo que habia queda en la
      * imagen anterior de la historia.
           MOVE WS-CDPLAZA TO MTG004L-CDPLAZA
           MOVE WS-FECHA-AAAAMMDD TO MTG004L-FECHA-AAAAMMDD

           EXEC CICS READ
               FILE('MTG004L')
               INTO(MTG004L-REGISTRO)
               RIDFLD(MTG004L-CLAVE)
               UPDATE
               RESP(WS-CICS-RESP)
           END-EXEC

           EVALUATE WS-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'S' TO MTG004LH-DIA-HABIL-ANT
                   MOVE MTG004L-DESCRIPCION TO MTG004LH-DESCRIPCION-ANT
                   PERFORM 4100-BORRAR-DIA
               WHEN DFHRESP(NOTFND)
                   MOVE '01' TO MTG004LM-CDRETORNO
                   MOVE 'EL DIA NO ES HABIL EN EL CALENDARIO'
                       TO MTG004LM-DSRETORNO
               WHEN OTHER
                   MOVE '06' TO MTG004LM-CDRETORNO
                   MOVE 'ERROR ACCEDIENDO MTG004L'
                       TO MTG004LM-DSRETORNO
           END-EVALUATE.

       4100-BORRAR-DIA.
           EXEC CICS DELETE
               FILE('MTG004L')
               RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE '06' TO MTG004LM-CDRETORNO
               MOVE 'ERROR GRABANDO MTG004L' TO MTG004LM-DSRETORNO
           ELSE
               MOVE 'N' TO MTG004LH-DIA-HABIL-NVA
               MOVE SPACES TO MTG004LH-DESCRIPCION-NVA
               MOVE 'N' TO MTG004LM-DIA-HABIL
           END-IF.

       7000-GRABAR-HISTORIA.
           MOVE WS-CDPLAZA TO MTG004LH-CDPLAZA
           MOVE WS-FECHA-AAAAMMDD TO MTG004LH-FECHA-CAL-AAAAMMDD
           MOVE WS-FECHA-PROCESO TO MTG004LH-FECHA
           MOVE WS-HORA-PROCESO TO MTG004LH-HORA
           MOVE WS-USERID-ASIGNADO TO MTG004LH-USUARIO
           MOVE MTG004LM-MOTIVO TO MTG004LH-MOTIVO

           MOVE ZERO TO WS-REINTENTOS-HIST
           MOVE 'N' TO WS-HIST-GRABADA-SW
           PERFORM 7100-ESCRIBIR-HISTORIA
               UNTIL WS-HIST-GRABADA
                  OR MTG004LM-CDRETORNO NOT = '00'.

       7100-ESCRIBIR-HISTORIA.
      * Misma regla de desempate de clave que la historia MTG004H:
      * ante clave duplicada en el mismo segundo se avanza la hora en
      * una unidad, solo como desempate, y se reintenta.
           MOVE MTG004LH-CLAVE TO WS-MTG004LH-RIDFLD

           EXEC CICS WRITE
               FILE('MTG004LH')
               FROM(MTG004LH-REGISTRO)
               RIDFLD(WS-MTG004LH-RIDFLD)
               RESP(WS-CICS-RESP)
           END-EXEC

           EVALUATE WS-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   SET WS-HIST-GRABADA TO TRUE
               WHEN DFHRESP(DUPREC)
                   IF WS-REINTENTOS-HIST < 59
                       ADD 1 TO WS-REINTENTOS-HIST
                       MOVE MTG004LH-HORA TO WS-HORA-HIST-NUM
                       ADD 1 TO WS-HORA-HIST-NUM
                       MOVE WS-HORA-HIST-NUM TO MTG004LH-HORA
                   ELSE
                       MOVE '07' TO MTG004LM-CDRETORNO
                       MOVE 'ERROR GRABANDO MTG004LH'
                           TO MTG004LM-DSRETORNO
                   END-IF
               WHEN OTHER
                   MOVE '07' TO MTG004LM-CDRETORNO
                   MOVE 'ERROR GRABANDO MTG004LH' TO MTG004LM-DSRETORNO
           END-EVALUATE.

       COPY MTG004_valfec.

       COPY MTG004_autor.
