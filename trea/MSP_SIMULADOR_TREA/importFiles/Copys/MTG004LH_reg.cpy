      * Registro del fichero de historia MTG004LH del calendario de
      * dias habiles MTG004L. La clave del KSDS es MTG004LH-CLAVE
      * (CDPLAZA + dia del calendario afectado + FECHA + HORA del
      * movimiento), de modo que la historia de un dia se lee seguida.
      * Cada alta o baja de un dia habil aplicada con TC14 deja aqui
      * su movimiento con el usuario, el motivo y las imagenes
      * anterior y nueva del dia; ante clave duplicada en el mismo
      * segundo se avanza la hora en una unidad, la misma regla que la
      * historia MTG004H.
       01 MTG004LH-REGISTRO.
         05 MTG004LH-CLAVE.
           10 MTG004LH-CDPLAZA                 PIC  X(4).
           10 MTG004LH-FECHA-CAL-AAAAMMDD      PIC  X(8).
           10 MTG004LH-FECHA                   PIC  X(8).
           10 MTG004LH-HORA                    PIC  X(6).
         05 MTG004LH-USUARIO                   PIC  X(8).
      * 'A' = alta del dia como habil; 'B' = baja (dia declarado no
      * habil, festivo sobrevenido).
         05 MTG004LH-TIPACC                    PIC  X(1).
      * 'S' si el dia era (ANT) o queda (NVA) habil en el calendario.
         05 MTG004LH-DIA-HABIL-ANT             PIC  X(1).
         05 MTG004LH-DIA-HABIL-NVA             PIC  X(1).
         05 MTG004LH-DESCRIPCION-ANT           PIC  X(30).
         05 MTG004LH-DESCRIPCION-NVA           PIC  X(30).
         05 MTG004LH-MOTIVO                    PIC  X(40).
