         05 MTG004M-HORA-CAPTURA-L             PIC  X(2).
         05 MTG004M-HORA-CAPTURA-A             PIC  X(1).
         05 MTG004M-HORA-CAPTURA               PIC  X(6).
      * Ticket de la peticion de cambio que ampara el movimiento; se
      * graba en la historia MTG004H (y en MTG004V/MTG004F cuando el
      * movimiento queda pendiente de visado o diferido). Solo se lee
      * si la commarea del llamador llega hasta este campo.
         05 MTG004M-TICKET-L                   PIC  X(2).
         05 MTG004M-TICKET-A                   PIC  X(1).
         05 MTG004M-TICKET                     PIC  X(12).
