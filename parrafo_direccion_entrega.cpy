      *Abre el fichero de direcciones de entrega si existe; sin el,
      *todas las ventas salen a la direccion del maestro.
       abrir_direcciones_entrega.
       move 1 to direcciones_abiertas.
       open input direcciones_entrega.
       if ws-estado-direcciones not = "00"
           move 0 to direcciones_abiertas
       end-if.

      *Cierra el fichero de direcciones de entrega si se abrio.
       cerrar_direcciones_entrega.
       if direcciones_abiertas = 1
           close direcciones_entrega
       end-if.

      *Deja en ent_numero la direccion predeterminada del cliente
      *ent_cliente, o cero si no tiene ninguna marcada.
       buscar_direccion_predeterminada.
       move 0 to ent_numero.
       if direcciones_abiertas = 1
           move ent_cliente to dre_codigo_cliente
           move 0 to dre_numero
           move 0 to fin_direcciones_entrega
           start direcciones_entrega
             key is not less than dre_clave
             invalid key
               move 1 to fin_direcciones_entrega
           end-start
           perform until fin_direcciones_entrega = 1
             read direcciones_entrega next
               at end
                 move 1 to fin_direcciones_entrega
               not at end
                 if dre_codigo_cliente not = ent_cliente
                     move 1 to fin_direcciones_entrega
                 else
                     if direccion_predeterminada
                         move dre_numero to ent_numero
                         move 1 to fin_direcciones_entrega
                     end-if
                 end-if
             end-read
           end-perform
       end-if.

      *Resuelve la direccion a la que sale la venta del cliente
      *ent_cliente: la direccion de entrega ent_numero, o la
      *predeterminada si la venta no trae ninguna, o, si no hay
      *ninguna de las dos, la del maestro de clientes, que tiene que
      *estar leido en RCliente.
       obtener_direccion_entrega.
       move spaces to ent_sede.
       move direccion of RCliente to ent_direccion.
       move ciudad of RCliente to ent_ciudad.
       move codigo_postal of RCliente to ent_codigo_postal.
       move provincia of RCliente to ent_provincia.
       if ent_numero = 0
           perform buscar_direccion_predeterminada
       end-if.
       if direcciones_abiertas = 1 and ent_numero > 0
           move ent_cliente to dre_codigo_cliente
           move ent_numero to dre_numero
           read direcciones_entrega
             key is dre_clave
             invalid key
               move 0 to ent_numero
             not invalid key
               move dre_nombre_sede to ent_sede
               move dre_direccion to ent_direccion
               move dre_ciudad to ent_ciudad
               move dre_codigo_postal to ent_codigo_postal
               move dre_provincia to ent_provincia
           end-read
       end-if.
