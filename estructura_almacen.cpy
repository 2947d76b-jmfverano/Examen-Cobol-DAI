       01 RAlmacen.
          02 alm_codigo      pic x(2).
          02 alm_descripcion pic x(20).
      *   Si el stock del almacen se publica en el catalogo de la
      *   tienda web y los marketplaces (S/N). Sin ningun almacen
      *   marcado se publica el stock total del maestro.
          02 alm_publicar_web pic x.
             88 almacen_publicado value "S".
       fd stock_almacen
         value of file-id is ".\stock_almacen.dat"
         data record is RStockAlmacen.
