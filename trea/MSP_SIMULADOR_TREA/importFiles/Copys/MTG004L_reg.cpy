      * Registro del calendario de dias habiles MTG004L, compartido
      * por toda la suite: un registro por plaza y dia habil de
      * proceso. La clave del KSDS es MTG004L-CLAVE (CDPLAZA + fecha
      * en aaaammdd): cada plaza tiene su propio calendario con sus
      * festivos, y cada tabla se rige por el de la plaza que indica
      * MTG004RG-CDPLAZA en sus reglas (en blanco, o sin reglas, el
      * calendario general 'GRAL'). Un dia que no este en el
      * calendario de la plaza (fin de semana, festivo bancario) no es
      * una fecha efectiva admisible para un movimiento de sus tablas:
      * ningun proceso nocturno lo hara visible al negocio en el
      * momento esperado. Se mantiene con la transaccion TC14, que
      * deja cada alta o baja de un dia en la historia MTG004LH.
       01 MTG004L-REGISTRO.
         05 MTG004L-CLAVE.
           10 MTG004L-CDPLAZA                  PIC  X(4).
           10 MTG004L-FECHA-AAAAMMDD           PIC  X(8).
         05 MTG004L-DESCRIPCION                PIC  X(30).
