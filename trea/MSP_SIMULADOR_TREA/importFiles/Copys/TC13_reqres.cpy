      * Commarea de la transaccion TC13 - Mantenimiento de las reglas
      * por tabla MTG004RG. Funciones: 'L' = consultar las reglas de
      * la tabla; 'A' = alta de las reglas de una tabla (o reactivacion
      * de unas reglas dadas de baja); 'C' = cambio de los codigos
      * admitidos, del indicador de doble control y de la descripcion;
      * 'B' = baja (MTG004RG-ESTADO pasa a 'I'). La lista
      * MTG004RM-CDSELEC-VALIDOS lleva los codigos de seleccion
      * admitidos, uno por posicion, sin repetir y con las posiciones
      * libres en blanco. Cada alta, cambio o baja deja su movimiento
      * en la historia MTG004RH.
       01 MTG004RM-REGISTRO.
         05 MTG004RM-FUNCION-L                 PIC  X(2).
         05 MTG004RM-FUNCION-A                 PIC  X(1).
         05 MTG004RM-FUNCION                   PIC  X(1).
         05 MTG004RM-CDTABLA-L                 PIC  X(2).
         05 MTG004RM-CDTABLA-A                 PIC  X(1).
         05 MTG004RM-CDTABLA                   PIC  X(4).
         05 MTG004RM-DOBLE-CONTROL-L           PIC  X(2).
         05 MTG004RM-DOBLE-CONTROL-A           PIC  X(1).
         05 MTG004RM-DOBLE-CONTROL             PIC  X(1).
         05 MTG004RM-CDSELEC-VALIDOS-L         PIC  X(2).
         05 MTG004RM-CDSELEC-VALIDOS-A         PIC  X(1).
         05 MTG004RM-CDSELEC-VALIDOS           PIC  X(40).
         05 MTG004RM-DESCRIPCION-L             PIC  X(2).
         05 MTG004RM-DESCRIPCION-A             PIC  X(1).
         05 MTG004RM-DESCRIPCION               PIC  X(30).
         05 MTG004RM-ESTADO-L                  PIC  X(2).
         05 MTG004RM-ESTADO-A                  PIC  X(1).
         05 MTG004RM-ESTADO                    PIC  X(1).
         05 MTG004RM-CDRETORNO-L               PIC  X(2).
         05 MTG004RM-CDRETORNO-A               PIC  X(1).
         05 MTG004RM-CDRETORNO                 PIC  X(2).
         05 MTG004RM-DSRETORNO-L               PIC  X(2).
         05 MTG004RM-DSRETORNO-A               PIC  X(1).
         05 MTG004RM-DSRETORNO                 PIC  X(40).
      * Plaza del calendario de dias habiles MTG004L que rige la
      * tabla, al final de la commarea: TC13 solo la lee y la devuelve
      * cuando EIBCALEN cubre el registro completo; un llamador
      * enlazado con el trazado anterior no la pasa y en un cambio la
      * plaza se conserva. En blanco, el calendario general 'GRAL'.
         05 MTG004RM-CDPLAZA-L                 PIC  X(2).
         05 MTG004RM-CDPLAZA-A                 PIC  X(1).
         05 MTG004RM-CDPLAZA                   PIC  X(4).
