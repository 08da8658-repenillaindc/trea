         05 MTG004G-DSRETORNO-L                PIC  X(2).
         05 MTG004G-DSRETORNO-A                PIC  X(1).
         05 MTG004G-DSRETORNO                  PIC  X(40).
      * Ticket de la peticion de cambio que ampara el mantenimiento;
      * se graba en los movimientos de historia MTG004H de la accion.
      * Solo se lee si la commarea del llamador llega hasta este
      * campo.
         05 MTG004G-TICKET-L                   PIC  X(2).
         05 MTG004G-TICKET-A                   PIC  X(1).
         05 MTG004G-TICKET                     PIC  X(12).
