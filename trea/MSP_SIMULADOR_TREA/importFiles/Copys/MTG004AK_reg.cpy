      * Registro de acuse de carga que devuelve cada sistema consumidor
      * de los extractos MTG004XOUT y MTG004YOUT, uno por fichero
      * cargado (los acuses de todos los consumidores se reciben
      * concatenados en MTG004ACK). El consumidor copia de la
      * cabecera el extracto, la fecha y la secuencia, e informa el
      * numero de lineas de datos que cargo, la suma de control de
      * sus claves calculada como indica MTG004XC_reg y la fecha y
      * hora de la carga en aaaammdd y hhmmss.
       01 MTG004AK-REGISTRO.
         05 MTG004AK-CONSUMIDOR                PIC  X(8).
         05 MTG004AK-EXTRACTO                  PIC  X(8).
         05 MTG004AK-FECHA-EXTRACTO            PIC  X(8).
         05 MTG004AK-SECUENCIA                 PIC  9(7).
         05 MTG004AK-REGISTROS                 PIC  9(9).
         05 MTG004AK-HASH                      PIC  9(15).
         05 MTG004AK-FECHA-CARGA               PIC  X(8).
         05 MTG004AK-HORA-CARGA                PIC  X(6).
