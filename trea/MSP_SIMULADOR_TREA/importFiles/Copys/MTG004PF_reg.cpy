      * Registro del fichero de perfiles de autorizacion MTG004PF. La
      * clave del KSDS es MTG004PF-CLAVE (USUARIO + CDTABLA-DESDE): un
      * usuario puede tener varios registros, uno por cada rango de
      * MTG004-CDTABLA que se le autoriza. El rango es inclusivo de
      * CDTABLA-DESDE a CDTABLA-HASTA; HASTA en blanco limita el rango
      * a la propia tabla DESDE, y DESDE = '****' cubre todas las
      * tablas. Cada indicador de autorizacion vale 'S' (autorizado)
      * o 'N'; el de MTB001 no depende del rango: basta con que uno
      * cualquiera de los registros del usuario lo tenga a 'S' para
      * que pueda mantener el maestro de bancos con TC11. Un usuario
      * sin registros no puede mantener nada: las transacciones de
      * mantenimiento y el batch MTG004B rechazan el intento y lo
      * dejan en el fichero de violaciones de seguridad MTG004SG.
       01 MTG004PF-REGISTRO.
         05 MTG004PF-CLAVE.
           10 MTG004PF-USUARIO                 PIC  X(8).
           10 MTG004PF-CDTABLA-DESDE           PIC  X(4).
         05 MTG004PF-CDTABLA-HASTA             PIC  X(4).
      * Funciones de mantenimiento de TC06/TC10 y MTG004B.
         05 MTG004PF-AUT-ALTA                  PIC  X(1).
         05 MTG004PF-AUT-CAMBIO                PIC  X(1).
         05 MTG004PF-AUT-BAJA                  PIC  X(1).
      * Aprobar o rechazar movimientos pendientes con TC09.
         05 MTG004PF-AUT-VISADO                PIC  X(1).
      * Anular cambios diferidos pendientes con TC12.
         05 MTG004PF-AUT-ANULAR                PIC  X(1).
      * Mantenimiento del maestro de bancos MTB001 con TC11.
         05 MTG004PF-AUT-MTB001                PIC  X(1).
      * Mantenimiento de las reglas por tabla MTG004RG con TC13 (este
      * si depende del rango de tablas).
         05 MTG004PF-AUT-REGLAS                PIC  X(1).
      * Mantenimiento del calendario de dias habiles MTG004L con TC14
      * (como el de MTB001, no depende del rango de tablas).
         05 MTG004PF-AUT-CALENDARIO            PIC  X(1).
         05 MTG004PF-DESCRIPCION               PIC  X(30).
