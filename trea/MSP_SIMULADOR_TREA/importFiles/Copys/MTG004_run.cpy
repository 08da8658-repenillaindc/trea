         05 MTG004RUN-LEIDOS                     PIC  9(7).
         05 MTG004RUN-ESCRITOS                   PIC  9(7).
         05 MTG004RUN-ESTADO                     PIC  X(1).
      * Solo en los registros 'F': 'N' = fin normal, 'A' = anormal,
      * 'D' = fin normal con descuadres (la conciliacion de acuses
      * MTG004RC, con sus incidencias en MTG004RUN-ESCRITOS).
