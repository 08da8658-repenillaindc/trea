      * Registros de control de los extractos MTG004XOUT y MTG004YOUT.
      * Cada fichero empieza por una cabecera y, si el extracto acaba
      * bien, termina con una cola; un fichero sin cola esta truncado
      * o viene de un proceso que no termino. Los dos registros llevan
      * en la posicion de MTG004X-CDTABLA una marca ('*CAB' y '*FIN')
      * que ninguna tabla puede tener, para que el consumidor los
      * distinga de las lineas de datos con el mismo parseo.
      * MTG004XC-CAB-SECUENCIA numera los envios de cada extracto de
      * uno en uno: un salto delata un envio no cargado. La cola lleva
      * el numero de lineas de datos y la suma de control de sus
      * claves: cada clave CDTABLA + CDSELEC (5 posiciones) se lee
      * como numero en base 37, con cada caracter valiendo su
      * posicion menos uno en 'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'
      * (cualquier otro, tambien el blanco, vale 36), y se suman los
      * valores de todas las lineas.
       01 MTG004XC-CABECERA.
         05 MTG004XC-CAB-MARCA                 PIC  X(4).
         05 MTG004XC-CAB-EXTRACTO              PIC  X(8).
         05 MTG004XC-CAB-FECHA-EXTRACTO        PIC  X(8).
         05 MTG004XC-CAB-SECUENCIA             PIC  9(7).
         05 MTG004XC-CAB-FECHA-GENERACION      PIC  X(8).
         05 MTG004XC-CAB-HORA-GENERACION       PIC  X(6).
       01 MTG004XC-COLA.
         05 MTG004XC-COL-MARCA                 PIC  X(4).
         05 MTG004XC-COL-EXTRACTO              PIC  X(8).
         05 MTG004XC-COL-FECHA-EXTRACTO        PIC  X(8).
         05 MTG004XC-COL-SECUENCIA             PIC  9(7).
         05 MTG004XC-COL-REGISTROS             PIC  9(9).
         05 MTG004XC-COL-HASH                  PIC  9(15).
