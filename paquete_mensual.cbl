           at end
             move 1 to fin_articulos
           not at end
             if articulo_de_stock of RArticulo
                and stock_actual of RArticulo < umbral_stock_paquete
                 move stock_actual of RArticulo
                   to unidades_editadas
                 string codigo_articulo of RArticulo
