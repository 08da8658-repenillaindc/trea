      * activacion por MTG004N; en el estado 'C', el de la anulacion.
         05 MTG004F-MOTIVO                     PIC  X(40).
         05 MTG004F-USUARIO-CANCELA            PIC  X(8).
      * Ticket de la peticion de cambio que ampara el cambio diferido;
      * MTG004N lo traslada a la historia al activarlo.
         05 MTG004F-TICKET                     PIC  X(12).
      * Fecha de reanudacion (aaaammdd) de un cambio vencido que
      * MTG004N retuvo por caer en una ventana de congelacion MTG004CG:
      * el primer dia habil tras la ventana. Hasta esa fecha MTG004N
      * no lo activa; en blanco, el cambio se activa al vencer.
         05 MTG004F-FECHA-REANUDACION          PIC  X(8).
