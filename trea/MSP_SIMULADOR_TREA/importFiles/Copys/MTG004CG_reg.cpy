      * Registro del fichero de ventanas de congelacion MTG004CG. Cada
      * registro es una ventana de cierre (fin de mes, fin de ano...)
      * durante la cual no se admiten cambios sobre una tabla: el
      * CDTABLA de la ventana o, con '****', todas las tablas. Las
      * fechas desde/hasta van en aaaammdd y ambas son inclusive. La
      * clave agrupa las ventanas de cada tabla por fecha de inicio,
      * para que la busqueda recorra solo las de la tabla y pare en la
      * primera que empieza despues del dia consultado. TC06, TC09,
      * TC10, MTG004B, MTG004Z y MTG004U rechazan los cambios dentro
      * de una ventana y MTG004N retiene los cambios diferidos que
      * vencen en ella; todo queda anotado en MTG004CV.
       01 MTG004CG-REGISTRO.
         05 MTG004CG-CLAVE.
           10 MTG004CG-CDTABLA                 PIC  X(4).
           10 MTG004CG-FECHA-DESDE             PIC  X(8).
         05 MTG004CG-FECHA-HASTA               PIC  X(8).
         05 MTG004CG-MOTIVO                    PIC  X(40).
