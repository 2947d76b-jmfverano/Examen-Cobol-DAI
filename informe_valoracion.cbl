           at end
             move 1 to fin_articulos
           not at end
      *      Los servicios y cargos no forman parte del inventario.
             if articulo_de_stock of RArticulo
                 perform valorar_articulo
             end-if
         end-read
       end-perform.

