      * Registro del fichero de envios de extractos MTG004EXL. MTG004X
      * y MTG004Y anaden un registro por cada extracto terminado con
      * su cola: extracto (nombre del programa), fecha, secuencia,
      * numero de lineas y suma de control, igual que en la cola
      * MTG004XC-COLA. De aqui sacan los extractos la siguiente
      * secuencia y la conciliacion MTG004RC lo que se envio a cada
      * consumidor.
       01 MTG004EN-REGISTRO.
         05 MTG004EN-EXTRACTO                  PIC  X(8).
         05 MTG004EN-FECHA-EXTRACTO            PIC  X(8).
         05 MTG004EN-SECUENCIA                 PIC  9(7).
         05 MTG004EN-REGISTROS                 PIC  9(9).
         05 MTG004EN-HASH                      PIC  9(15).
         05 MTG004EN-FECHA-ENVIO               PIC  X(8).
         05 MTG004EN-HORA-ENVIO                PIC  X(6).
