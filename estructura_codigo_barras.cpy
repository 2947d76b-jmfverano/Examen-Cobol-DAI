      *Estructura del fichero de codigos de barras. Cada articulo
      *puede tener varios codigos EAN/UPC, los propios y los que
      *trae impresos el genero de cada proveedor; leer cualquiera
      *de ellos en las pantallas de mostrador, recepcion e
      *inventario equivale a teclear el codigo del articulo.
       fd codigos_barras
         value of file-id is "..\comun\codigos_barras.dat"
         data record is RCodigoBarras.
       01 RCodigoBarras.
          02 cb_codigo_barras pic x(14).
          02 cb_codigo_articulo pic x(4).
      *   Tipo segun la longitud: EAN-8 (8), UPC-A (U), EAN-13 (E)
      *   o GTIN-14 de las cajas (G).
          02 cb_tipo pic x.
      *   Proveedor cuyo genero trae el codigo; en blanco si es un
      *   codigo propio.
          02 cb_codigo_proveedor pic x(4).
          02 cb_fecha_alta pic 9(8).
