         invalid key
           continue
         not invalid key
           if articulo_sin_stock of RArticulo
               exit paragraph
           end-if
           if mov_signo = "+"
               compute stock_actual of RArticulo =
                   stock_actual of RArticulo + mov_unidades
         invalid key
           continue
         not invalid key
           if articulo_sin_stock of RArticulo
               exit paragraph
           end-if
           if mov_signo = "+"
               compute stock_actual of RArticulo =
                   stock_actual of RArticulo + unidades_componente
             invalid key
               continue
             not invalid key
               if articulo_de_stock of RArticulo
                  and mov_unidades > stock_actual of RArticulo
                                   - stock_reservado of RArticulo
                   move 0 to stock_suficiente_mov
               end-if
           end-read
                   invalid key
                     move 0 to stock_suficiente_mov
                   not invalid key
                     if articulo_de_stock of RArticulo
                        and unidades_componente
                        > stock_actual of RArticulo
                          - stock_reservado of RArticulo
                         move 0 to stock_suficiente_mov
