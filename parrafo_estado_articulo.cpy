      *Parrafos compartidos de la comprobacion del estado del
      *articulo. El programa que los usa incluye ws_estado_articulo.cpy
      *y los llama con el articulo ya leido en RArticulo.

      *Comprueba si el articulo leido se puede vender: los activos y
      *los de fin de serie si; los bloqueados y descatalogados no.
       comprobar_venta_articulo.
       move 1 to articulo_se_vende.
       move spaces to motivo_estado_articulo.
       if articulo_bloqueado of RArticulo
           move 0 to articulo_se_vende
           move "Articulo bloqueado: no se vende."
             to motivo_estado_articulo
       end-if.
       if articulo_descatalogado of RArticulo
           move 0 to articulo_se_vende
           move "Articulo descatalogado: no se vende."
             to motivo_estado_articulo
       end-if.

      *Comprueba si el articulo leido se puede comprar: solo los
      *activos. Los de fin de serie venden lo que queda sin reponer.
       comprobar_compra_articulo.
       move 1 to articulo_se_compra.
       move spaces to motivo_estado_articulo.
       if articulo_fin_serie of RArticulo
           move 0 to articulo_se_compra
           move "Articulo en fin de serie: no se compra."
             to motivo_estado_articulo
       end-if.
       if articulo_bloqueado of RArticulo
           move 0 to articulo_se_compra
           move "Articulo bloqueado: no se compra."
             to motivo_estado_articulo
       end-if.
       if articulo_descatalogado of RArticulo
           move 0 to articulo_se_compra
           move "Articulo descatalogado: no se compra."
             to motivo_estado_articulo
       end-if.
