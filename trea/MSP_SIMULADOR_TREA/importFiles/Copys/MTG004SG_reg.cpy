      * Registro del fichero de violaciones de seguridad MTG004SG. Cada
      * registro es un intento de mantenimiento rechazado por no estar
      * autorizado en el perfil MTG004PF del usuario. La clave del
      * KSDS empieza por la fecha en aaaammdd y sigue por el usuario,
      * de modo que el informe diario MTG004SR recorre los intentos de
      * un dia agrupados por usuario; ante clave duplicada en el mismo
      * segundo se avanza la hora en una unidad, solo como desempate,
      * la misma regla que la historia MTG004H.
       01 MTG004SG-REGISTRO.
         05 MTG004SG-CLAVE.
           10 MTG004SG-FECHA-AAAAMMDD          PIC  X(8).
           10 MTG004SG-USUARIO                 PIC  X(8).
           10 MTG004SG-HORA                    PIC  X(6).
      * Transaccion (TC06, TC09 a TC14) o batch
      * (MTG004B) en el que se produjo el intento.
         05 MTG004SG-TRANSACCION               PIC  X(8).
      * Autorizacion requerida: 'A'/'C'/'B' = alta/cambio/baja;
      * 'V' = visado (aprobar o rechazar); 'N' = anulacion de cambio
      * diferido; 'M' = mantenimiento del maestro MTB001; 'R' =
      * mantenimiento de las reglas por tabla MTG004RG; 'L' =
      * mantenimiento del calendario de dias habiles MTG004L.
         05 MTG004SG-FUNCION                   PIC  X(1).
      * Funcion o accion tal como llego en la peticion.
         05 MTG004SG-ACCION                    PIC  X(1).
         05 MTG004SG-CDTABLA                   PIC  X(4).
         05 MTG004SG-CDSELEC                   PIC  X(1).
         05 MTG004SG-CLAVBAN                   PIC  X(4).
         05 MTG004SG-MOTIVO                    PIC  X(40).
