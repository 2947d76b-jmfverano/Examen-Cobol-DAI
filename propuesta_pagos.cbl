             move 1 to fin_facturas
           not at end
             evaluate true
               when factura_prov_abono
                 continue
               when factura_prov_conforme
                 perform proponer_factura
               when factura_prov_registrada
