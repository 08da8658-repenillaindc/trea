         05 MTG004B-CLAVBANS                   PIC  X(4).
         05 MTG004B-CLAVTABS                   PIC  X(20).
         05 MTG004B-FECVIG                     PIC  X(8).
      * Ticket de la peticion de cambio que ampara el movimiento; en
      * blanco se toma el ticket del parametro MTG004BPRM.
         05 MTG004B-TICKET                     PIC  X(12).
