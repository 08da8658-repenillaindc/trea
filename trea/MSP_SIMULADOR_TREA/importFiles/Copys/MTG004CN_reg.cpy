      * Registro del fichero de consumidores de los extractos MTG004CN:
      * un registro por sistema consumidor y extracto que recibe
      * (MTG004X o MTG004Y), con el plazo para devolver el acuse de
      * carga: el numero de dias habiles del calendario general 'GRAL'
      * posteriores a la fecha del extracto y la hora hhmmss limite
      * de ese ultimo dia. Plazo 0 es el mismo dia del extracto.
       01 MTG004CN-REGISTRO.
         05 MTG004CN-CONSUMIDOR                PIC  X(8).
         05 MTG004CN-EXTRACTO                  PIC  X(8).
         05 MTG004CN-PLAZO-DIAS                PIC  X(1).
         05 MTG004CN-HORA-LIMITE               PIC  X(6).
         05 MTG004CN-DESCRIPCION               PIC  X(30).
