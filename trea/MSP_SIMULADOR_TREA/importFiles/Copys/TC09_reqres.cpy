         05 MTG004A-DSRETORNO-L                PIC  X(2).
         05 MTG004A-DSRETORNO-A                PIC  X(1).
         05 MTG004A-DSRETORNO                  PIC  X(40).
      * Ticket de la peticion de cambio: en 'C'/'S' se devuelve el
      * informado en la captura; al aprobar, si llega informado
      * sustituye al de la captura en la historia MTG004H. Solo se
      * usa si la commarea del llamador llega hasta este campo.
         05 MTG004A-TICKET-L                   PIC  X(2).
         05 MTG004A-TICKET-A                   PIC  X(1).
         05 MTG004A-TICKET                     PIC  X(12).
