      * Registro del fichero de historia MTG004RH de las reglas por
      * tabla MTG004RG. La clave del KSDS es MTG004RH-CLAVE (CDTABLA +
      * FECHA + HORA), el mismo esquema que las historias MTG004H y
      * MTB001H: cada alta, cambio o baja de reglas aplicado con TC13
      * deja aqui su movimiento con las imagenes anterior y nueva.
       01 MTG004RH-REGISTRO.
         05 MTG004RH-CLAVE.
           10 MTG004RH-CDTABLA                 PIC  X(4).
           10 MTG004RH-FECHA                   PIC  X(8).
           10 MTG004RH-HORA                    PIC  X(6).
         05 MTG004RH-USUARIO                   PIC  X(8).
         05 MTG004RH-TIPACC                    PIC  X(1).
         05 MTG004RH-ESTADO-ANT                PIC  X(1).
         05 MTG004RH-ESTADO-NVA                PIC  X(1).
         05 MTG004RH-DOBLE-CONTROL-ANT         PIC  X(1).
         05 MTG004RH-DOBLE-CONTROL-NVA         PIC  X(1).
         05 MTG004RH-CDSELEC-VALIDOS-ANT       PIC  X(40).
         05 MTG004RH-CDSELEC-VALIDOS-NVA       PIC  X(40).
         05 MTG004RH-DESCRIPCION-ANT           PIC  X(30).
         05 MTG004RH-DESCRIPCION-NVA           PIC  X(30).
         05 MTG004RH-CDPLAZA-ANT               PIC  X(4).
         05 MTG004RH-CDPLAZA-NVA               PIC  X(4).
