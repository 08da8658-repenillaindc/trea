      * Registro del fichero de cambios rechazados o retenidos por una
      * ventana de congelacion MTG004CG. La clave del KSDS empieza por
      * la fecha en aaaammdd y sigue por la tabla, de modo que el
      * informe MTG004CR recorre lo de un periodo agrupado por dia y
      * tabla; ante clave duplicada en el mismo segundo se avanza la
      * hora en una unidad, solo como desempate, la misma regla que la
      * historia MTG004H.
       01 MTG004CV-REGISTRO.
         05 MTG004CV-CLAVE.
           10 MTG004CV-FECHA-AAAAMMDD          PIC  X(8).
           10 MTG004CV-CDTABLA                 PIC  X(4).
           10 MTG004CV-HORA                    PIC  X(6).
         05 MTG004CV-CDSELEC                   PIC  X(1).
      * 'R' = cambio rechazado; 'D' = cambio diferido MTG004F retenido
      * por MTG004N hasta MTG004CV-FECHA-REANUDACION.
         05 MTG004CV-TIPO                      PIC  X(1).
      * Transaccion (TC06, TC09, TC10) o batch (MTG004B, MTG004N,
      * MTG004Z, MTG004U) que rechazo o retuvo el cambio.
         05 MTG004CV-CANAL                     PIC  X(8).
         05 MTG004CV-USUARIO                   PIC  X(8).
         05 MTG004CV-FUNCION                   PIC  X(1).
      * Ventana que lo impidio: su CDTABLA (o '****'), fechas y motivo.
         05 MTG004CV-VENTANA-CDTABLA           PIC  X(4).
         05 MTG004CV-VENTANA-DESDE             PIC  X(8).
         05 MTG004CV-VENTANA-HASTA             PIC  X(8).
         05 MTG004CV-FECHA-REANUDACION         PIC  X(8).
         05 MTG004CV-MOTIVO                    PIC  X(40).
