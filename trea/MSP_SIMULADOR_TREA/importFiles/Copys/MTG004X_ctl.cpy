      * 'P' = proceso en curso (checkpoint parcial, reinicio valido);
      * 'C' = proceso completado con exito (no reiniciar; proxima
      * ejecucion programada empieza desde el principio).
      * Datos del envio en curso, para que un reinicio continue la
      * misma cabecera y complete la cola con lo ya escrito: fecha y
      * secuencia del extracto, lineas de datos y suma de control.
         05 MTG004X-CTL-FECHA-EXTRACTO          PIC  X(8).
         05 MTG004X-CTL-SECUENCIA               PIC  9(7).
         05 MTG004X-CTL-REGISTROS               PIC  9(9).
         05 MTG004X-CTL-HASH                    PIC  9(15).
