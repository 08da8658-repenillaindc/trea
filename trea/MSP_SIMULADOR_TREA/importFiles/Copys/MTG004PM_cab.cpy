      * Registro del fichero de cambios de cabecera MTG004PMCAB que
      * genera el batch MTG004PM al comparar dos entornos MTG004. Un
      * registro por alta, cambio o baja de cabecera, con los mismos
      * campos de negocio que la commarea MTG004G-REGISTRO de TC10,
      * para pasarlo por la transaccion y sus validaciones (perfil,
      * MTB001, congelacion, historia MTG004H). En un cambio ('C')
      * solo llegan informados los campos que difieren; los campos en
      * blanco conservan su valor en destino, igual que en TC10.
      * MTG004PM-CAB-FASE indica cuando aplicarlo respecto del fichero
      * de movimientos MTG004BMOV: 'A' antes de MTG004B (altas y
      * cambios de cabecera, para que existan las tablas de las altas
      * de entradas) y 'D' despues (bajas, que TC10 solo admite sin
      * entradas activas).
       01 MTG004PM-CABECERA.
         05 MTG004PM-CAB-FASE                  PIC  X(1).
         05 MTG004PM-CAB-FUNCION               PIC  X(1).
         05 MTG004PM-CAB-CDTABLA               PIC  X(4).
         05 MTG004PM-CAB-NBTABLA               PIC  X(30).
         05 MTG004PM-CAB-NBTABLA-IDIOMA
                            OCCURS 2  TIMES.
           10 MTG004PM-CAB-TCCIDIOM-NBT        PIC  X(1).
           10 MTG004PM-CAB-NBTABLA-NBT         PIC  X(30).
         05 MTG004PM-CAB-CLAVBAN               PIC  X(4).
         05 MTG004PM-CAB-CLAVTG                PIC  X(19).
         05 MTG004PM-CAB-TCCIDIOM              PIC  X(1).
         05 MTG004PM-CAB-TICKET                PIC  X(12).
