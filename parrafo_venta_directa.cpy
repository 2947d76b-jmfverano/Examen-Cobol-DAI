      *Parrafo compartido de las lineas de venta de envio directo.
      *El programa que lo usa incluye ws_venta_directa.cpy y el
      *control y la estructura del fichero de lineas de envio
      *directo, lo abre dejando directas_abiertas a 1 si existe, y
      *rellena vd_codigo_venta y vd_numero_linea antes de cada
      *llamada.

      *Deja linea_directa a 1 si la linea de venta la sirve el
      *proveedor por envio directo y no se anulo, con su registro
      *leido en RVentaDirecta.
       buscar_linea_directa.
       move 0 to linea_directa.
       if directas_abiertas = 1
           read ventas_directas
             key is vd_clave
             invalid key
               continue
             not invalid key
               if not directa_anulada
                   move 1 to linea_directa
               end-if
           end-read
       end-if.
