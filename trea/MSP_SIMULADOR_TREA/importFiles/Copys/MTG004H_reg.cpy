         05 MTG004H-CLAVTG-ANT                 PIC  X(19).
         05 MTG004H-CLAVTG-NVA                 PIC  X(19).
         05 MTG004H-TCCIDIOM-CAB               PIC  X(1).
      * Trazabilidad del cambio: MTG004H-TICKET es el numero de la
      * peticion de cambio aprobada que ampara el movimiento (blanco
      * si no se informo) y MTG004H-CANAL el proceso que lo grabo:
      * 'TC06', 'TC09' (movimiento aplicado al aprobarse con TC09),
      * 'TC10', 'MTG004B', 'MTG004N', 'MTG004Z' o 'MTG004U'. El batch
      * MTG004HT concilia cada dia los movimientos contra el fichero
      * de tickets MTG004TK.
         05 MTG004H-TICKET                     PIC  X(12).
         05 MTG004H-CANAL                      PIC  X(8).
