      * Registro del fichero de tickets MTG004TK, extraido cada dia de
      * la herramienta de gestion de cambios. Un registro por ticket
      * aprobado y tabla que ampara (un ticket que cubre varias tablas
      * trae un registro por cada una), con la ventana aprobada para
      * el cambio: desde/hasta en fecha aaaammdd y hora hhmmss. Lo lee
      * el batch MTG004HT para conciliar los movimientos de MTG004H.
       01 MTG004TK-REGISTRO.
         05 MTG004TK-TICKET                    PIC  X(12).
         05 MTG004TK-CDTABLA                   PIC  X(4).
         05 MTG004TK-DESDE.
           10 MTG004TK-FECHA-DESDE             PIC  X(8).
           10 MTG004TK-HORA-DESDE              PIC  X(6).
         05 MTG004TK-HASTA.
           10 MTG004TK-FECHA-HASTA             PIC  X(8).
           10 MTG004TK-HORA-HASTA              PIC  X(6).
         05 MTG004TK-DESCRIPCION               PIC  X(30).
