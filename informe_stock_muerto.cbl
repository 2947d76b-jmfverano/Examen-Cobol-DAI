           at end
             move 1 to fin_articulos
           not at end
             if articulo_de_stock of RArticulo
                and stock_actual of RArticulo > 0
                 perform evaluar_articulo_muerto
             end-if
         end-read
