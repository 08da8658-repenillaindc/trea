      * Registro del fichero de reglas por tabla MTG004RG, que sustituye
      * a las listas compiladas de CDSELEC validos y de tablas
      * sensibles. La clave del KSDS es MTG004RG-CDTABLA: un registro
      * por tabla, mantenido con la transaccion TC13, con la historia
      * de cada cambio en MTG004RH. TC06 y MTG004B solo admiten el alta
      * de un MTG004-CDSELEC que figure en MTG004RG-CDSELEC-VALIDO de
      * una tabla con reglas activas; una tabla sin registro no admite
      * ningun alta. Con MTG004RG-DOBLE-CONTROL = 'S' los movimientos
      * de TC06 sobre la tabla quedan pendientes de visado en MTG004V.
      * MTG004RG-CDPLAZA dice que calendario de dias habiles MTG004L
      * rige las fechas efectivas de la tabla.
       01 MTG004RG-REGISTRO.
         05 MTG004RG-CDTABLA                   PIC  X(4).
      * 'A' = reglas activas; 'I' = dadas de baja con TC13: la tabla
      * deja de admitir altas, pero el doble control se sigue
      * respetando mientras el registro diga 'S', para que la baja de
      * las reglas no abra la tabla al mantenimiento sin visado.
         05 MTG004RG-ESTADO                    PIC  X(1).
         05 MTG004RG-DOBLE-CONTROL             PIC  X(1).
      * Codigos de seleccion admitidos, uno por posicion; las
      * posiciones libres van en blanco.
         05 MTG004RG-CDSELEC-VALIDOS.
           10 MTG004RG-CDSELEC-VALIDO OCCURS 40 TIMES
                           INDEXED BY MTG004RG-CDSELEC-INDEX
                                                PIC  X(1).
         05 MTG004RG-DESCRIPCION               PIC  X(30).
      * Plaza del calendario MTG004L de la tabla; en blanco, el
      * calendario general 'GRAL'. Vale aunque las reglas esten de
      * baja.
         05 MTG004RG-CDPLAZA                   PIC  X(4).
