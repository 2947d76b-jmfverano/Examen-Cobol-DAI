       copy "file_control_clientes.cpy".
      *Utiliza el control de los ficheros de pedidos externos.
       copy "file_control_pedidos.cpy".
      *Utiliza el control del fichero de direcciones de entrega.
       copy "file_control_direcciones_entrega.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
       data division.
       copy "estructura_cliente.cpy".
      *Utiliza la estructura de los ficheros de pedidos externos.
       copy "estructura_pedido.cpy".
      *Utiliza la estructura del fichero de direcciones de entrega.
       copy "estructura_direccion_entrega.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       working-storage section.
       77 contador_asignado pic 9 value 0.
       77 reintentos_contador pic 9(3) value 0.
       77 pedido_valido pic 9 value 1.
       77 direccion_encontrada pic 9 value 0.
      *Campos de la resolucion de la direccion de entrega.
       copy "ws_direccion_entrega.cpy".
      *Campos de la comprobacion del estado del articulo.
       copy "ws_estado_articulo.cpy".
       77 disponible_fin_serie pic s9(7) value 0.

       procedure division.
       perform iniciar_bitacora.
       open input agentes.
       open input clientes.
       open input articulos.
       perform abrir_direcciones_entrega.
       perform leer_siguiente_linea.
       perform procesar_linea_pedido until fin_entrada = 1.
       display "Pedidos aparcados:  " total_aparcados.
       close agentes.
       close clientes.
       close articulos.
       perform cerrar_direcciones_entrega.
       move total_rechazados to bit_contador_2.
       move total_aparcados to bit_contador_1.
       move "OK" to bit_resultado.
              ped_codigo_cliente
              ped_codigo_articulo
              ped_numero_unidades
              ped_direccion_entrega
       end-unstring.
       if ped_direccion_entrega is not numeric
           move 0 to ped_direccion_entrega
       end-if.
       perform validar_pedido.
       if pedido_valido = 0
           add 1 to total_rechazados
           move 0 to pedido_valido
           display "AVISO: linea " linea_actual
               " con articulo desconocido."
         not invalid key
           perform validar_estado_articulo_pedido
       end-read.
       perform validar_direccion_pedido.

      *El articulo tiene que poderse vender; si es de fin de serie
      *el pedido solo entra si lo cubre el stock disponible, porque
      *no se vuelve a comprar para servirlo.
       validar_estado_articulo_pedido.
       perform comprobar_venta_articulo.
       if articulo_se_vende = 0
           move 0 to pedido_valido
           display "AVISO: linea " linea_actual " "
               motivo_estado_articulo
           exit paragraph
       end-if.
       if articulo_fin_serie of RArticulo
          and ped_numero_unidades is numeric
           compute disponible_fin_serie =
               stock_actual of RArticulo
               - stock_reservado of RArticulo
           if ped_numero_unidades > disponible_fin_serie
               move 0 to pedido_valido
               display "AVISO: linea " linea_actual
                   " de fin de serie sin stock suficiente."
           end-if
       end-if.

      *La direccion de entrega de la linea tiene que ser una del
      *cliente; sin indicar se toma su predeterminada (cero si no
      *tiene: el pedido sale a la direccion del maestro).
       validar_direccion_pedido.
       move ped_codigo_cliente to ent_cliente.
       if ped_direccion_entrega = 0
           perform buscar_direccion_predeterminada
           move ent_numero to ped_direccion_entrega
       else
           move 0 to direccion_encontrada
           if direcciones_abiertas = 1
               move ped_codigo_cliente to dre_codigo_cliente
               move ped_direccion_entrega to dre_numero
               read direcciones_entrega
                 key is dre_clave
                 not invalid key
                   move 1 to direccion_encontrada
               end-read
           end-if
           if direccion_encontrada = 0
               move 0 to pedido_valido
               display "AVISO: linea " linea_actual
                   " con direccion de entrega desconocida."
           end-if
       end-if.

      *Abre el fichero de pedidos pendientes, creandolo vacio la
      *primera vez que se cargan pedidos.
           move contador_siguiente_ped to ped_numero
       end-if.

      *Resolucion de la direccion de entrega del cliente.
       copy "parrafo_direccion_entrega.cpy".

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".

      *Comprobacion del estado del articulo antes de venderlo.
       copy "parrafo_estado_articulo.cpy".
