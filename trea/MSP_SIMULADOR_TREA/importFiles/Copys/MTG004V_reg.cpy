      * 'P' = pendiente de visado; 'A' = aprobado (aplicado de
      * inmediato sobre MTG004 o, si el cambio lleva FECVIG futuro,
      * encolado en MTG004F hasta que MTG004N lo active);
      * 'R' = rechazado (ver MTG004V-MOTIVO-RECHAZO); 'X' = caducado
      * por el batch MTG004VE al superar los dias habiles de
      * caducidad sin visado (usuario de visado 'MTG004VE' y motivo
      * automatico).
         05 MTG004V-USUARIO-VISADO             PIC  X(8).
         05 MTG004V-FECHA-VISADO               PIC  X(8).
         05 MTG004V-HORA-VISADO                PIC  X(6).
         05 MTG004V-MOTIVO-RECHAZO             PIC  X(40).
      * Ticket de la peticion de cambio informado en la captura con
      * TC06; si el visador informa otro al aprobar con TC09, se
      * conserva el del visador, que es el que pasa a la historia.
         05 MTG004V-TICKET                     PIC  X(12).
