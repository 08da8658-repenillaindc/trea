      * Commarea de la transaccion TC14 - Mantenimiento del calendario
      * de dias habiles MTG004L. Funciones: 'L' = consultar si un dia
      * es habil en el calendario de una plaza (respuesta en
      * MTG004LM-DIA-HABIL, 'S'/'N'); 'A' = alta del dia como habil;
      * 'B' = baja del dia (queda como no habil: festivo sobrevenido).
      * La fecha llega en mmddaaaa y la plaza en blanco es el
      * calendario general 'GRAL'. Alta y baja exigen motivo y dejan
      * su movimiento en la historia MTG004LH con las imagenes
      * anterior y nueva del dia.
       01 MTG004LM-REGISTRO.
         05 MTG004LM-FUNCION-L                 PIC  X(2).
         05 MTG004LM-FUNCION-A                 PIC  X(1).
         05 MTG004LM-FUNCION                   PIC  X(1).
         05 MTG004LM-CDPLAZA-L                 PIC  X(2).
         05 MTG004LM-CDPLAZA-A                 PIC  X(1).
         05 MTG004LM-CDPLAZA                   PIC  X(4).
         05 MTG004LM-FECHA-L                   PIC  X(2).
         05 MTG004LM-FECHA-A                   PIC  X(1).
         05 MTG004LM-FECHA                     PIC  X(8).
         05 MTG004LM-DESCRIPCION-L             PIC  X(2).
         05 MTG004LM-DESCRIPCION-A             PIC  X(1).
         05 MTG004LM-DESCRIPCION               PIC  X(30).
         05 MTG004LM-MOTIVO-L                  PIC  X(2).
         05 MTG004LM-MOTIVO-A                  PIC  X(1).
         05 MTG004LM-MOTIVO                    PIC  X(40).
         05 MTG004LM-DIA-HABIL-L               PIC  X(2).
         05 MTG004LM-DIA-HABIL-A               PIC  X(1).
         05 MTG004LM-DIA-HABIL                 PIC  X(1).
         05 MTG004LM-CDRETORNO-L               PIC  X(2).
         05 MTG004LM-CDRETORNO-A               PIC  X(1).
         05 MTG004LM-CDRETORNO                 PIC  X(2).
         05 MTG004LM-DSRETORNO-L               PIC  X(2).
         05 MTG004LM-DSRETORNO-A               PIC  X(1).
         05 MTG004LM-DSRETORNO                 PIC  X(40).
