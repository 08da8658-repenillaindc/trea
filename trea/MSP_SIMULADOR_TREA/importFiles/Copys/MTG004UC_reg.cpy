      * Registro del fichero de uso de las consultas MTG004UC. TC05 y
      * TC07 acumulan aqui, por tabla y dia, cuantas consultas hace
      * cada transaccion llamadora y usuario y por que via, para saber
      * quien sigue leyendo cada tabla antes de retirarla o cambiarla.
      * La clave empieza por la tabla y sigue por la fecha aaaammdd,
      * de modo que el informe mensual MTG004UR lee el periodo de cada
      * tabla con un unico recorrido. Hay dos tipos de registro:
      *   'C' consultas de un llamador: MTG004UC-CANAL (transaccion
      *       EIBTRNID que origina la consulta), MTG004UC-USUARIO y la
      *       via: 'T' TC05 por MTG004-CDTABLA, 'K' TC05 por
      *       MTG004-CLAVTG (path MTG004K), 'P' la tabla aparece en
      *       una pagina del directorio TC07; MTG004UC-A-FECHA 'S' si
      *       la consulta TC05 se hizo a fecha (MTG004-FECHA-CONSULTA).
      *   'E' entradas de seleccion devueltas por TC05 ese dia, con
      *       canal, usuario y via en blanco: lista de los CDSELEC
      *       entregados en alguna respuesta (hasta 100 por dia).
      * MTG004UC-CONTADOR cuenta las consultas del registro y
      * MTG004UC-HORA-ULTIMA guarda la hora de la ultima.
       01 MTG004UC-REGISTRO.
         05 MTG004UC-CLAVE.
           10 MTG004UC-CDTABLA                 PIC  X(4).
           10 MTG004UC-FECHA-AAAAMMDD          PIC  X(8).
           10 MTG004UC-TIPO                    PIC  X(1).
           10 MTG004UC-CANAL                   PIC  X(8).
           10 MTG004UC-USUARIO                 PIC  X(8).
           10 MTG004UC-VIA                     PIC  X(1).
           10 MTG004UC-A-FECHA                 PIC  X(1).
         05 MTG004UC-CONTADOR                  PIC  9(9).
         05 MTG004UC-HORA-ULTIMA               PIC  X(6).
         05 MTG004UC-NUM-CDSELEC               PIC  9(3).
         05 MTG004UC-CDSELEC-LEIDA             PIC  X(1)
                            OCCURS 100 TIMES.
