           at end
             move 1 to fin_articulos
           not at end
      *      Los servicios y cargos no tienen nada que contar.
             if articulo_de_stock of RArticulo
                 perform evaluar_articulo_recuento
             end-if
         end-read
       end-perform.

