             move 1 to fin_facturas
           not at end
             if not factura_prov_pagada
                and not factura_prov_abono
                 perform preparar_factura_orden
             end-if
         end-read
