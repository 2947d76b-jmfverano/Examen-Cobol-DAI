           assign to ".\rechazos_maestros.csv"
           organization is line sequential
           file status is ws-estado-rechazos.
      *Utiliza el control del fichero historico de precios.
       copy "file_control_historico_precios.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de agentes.
       01 linea_articulo pic x(100).
       fd carga_clientes
         value of file-id is ".\carga_clientes.csv".
       01 linea_cliente pic x(140).
       fd rechazos_maestros
         value of file-id is ".\rechazos_maestros.csv".
       01 registro_rechazo_maestro pic x(170).
      *Utiliza la estructura del fichero historico de precios.
       copy "estructura_historico_precio.cpy".
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "importar_maestros".
       77 motivo_rechazo pic x(12) value spaces.
       77 registro_existente pic 9 value 0.
       77 longitud_linea pic 9(3) value 0.
       77 linea_en_curso pic x(140) value spaces.
      *Imagenes de trabajo para que la actualizacion no pise los
      *campos que no vienen del fichero: el stock del articulo (que
      *pertenece a los movimientos) y el estado del cliente.
       77 articulo_csv pic x(112) value spaces.
       77 stock_guardado pic 9(7) value 0.
       77 coste_guardado pic 9(7)v99 value 0.
       77 familia_guardada pic x(2) value spaces.
       77 reservado_guardado pic 9(7) value 0.
       77 clase_guardada pic x value space.
       77 recuento_guardado pic 9(8) value 0.
       77 codigo_nc_guardado pic x(8) value spaces.
       77 tipo_guardado pic x value space.
       77 unidad_guardada pic x(3) value spaces.
       77 estado_art_guardado pic x value spaces.
      *Campos de gestion del cliente preservados en el refresco.
       77 fact_mensual_guardada pic x value space.
       77 recargo_guardado pic x value space.
       77 domiciliado_guardado pic x value space.
       77 agente_asig_guardado pic xx value spaces.
       77 fusionado_guardado pic x(4) value spaces.
       77 nif_guardado pic x(9) value spaces.
       77 pais_guardado pic x(2) value spaces.
       77 portes_guardado pic x value space.
       77 condicion_guardada pic xx value spaces.
       77 devoluciones_guardadas pic 99 value 0.
       77 excluido_guardado pic x value space.
       77 email_fact_guardado pic x(40) value spaces.
       77 email_entrega_guardado pic x(40) value spaces.
       77 exento_guardado pic x value space.
       77 cifrada_guardada pic x value space.
       77 ultimas_guardadas pic x(4) value spaces.
       77 cliente_csv pic x(258) value spaces.
       77 estado_cliente_guardado pic x value "A".
       77 agente_csv pic x(37) value spaces.
       77 tasa_comision_guardada pic 99v99 value 0.
       77 tipos_abierto pic 9 value 0.
       77 tasa_validar pic 99v99 value 0.
       77 tasa_valida  pic 9 value 1.
      *Campos de la validacion compartida del NIF.
       copy "ws_validar_nif.cpy".
      *Campos del historico de precios.
       copy "ws_historico_precio.cpy".
      *Campos del registro de cambios de los maestros.
       copy "ws_cambio_maestro.cpy".
       copy "ws_cambio_agente.cpy".
       copy "ws_cambio_articulo.cpy".
       copy "ws_cambio_cliente.cpy".

       procedure division.
       perform iniciar_bitacora.
       move "LOTE" to hist_usuario.
       move "importar_maestros" to hist_programa.
       move "LOTE" to cam_usuario.
       move "importar_maestros" to cam_programa.
      *Carga o refresca los tres maestros desde ficheros de texto,
      *sin pantallas, con semantica de alta-o-actualizacion por
      *codigo: la actualizacion trimestral de tarifas del
       grabar_agente.
       move RAgente to agente_csv.
       move 0 to registro_existente.
       move spaces to imagen_anterior_maestro.
       read agentes
         key is codigo of RAgente
         invalid key
           continue
         not invalid key
           move 1 to registro_existente
           move RAgente to imagen_anterior_maestro
           move tasa_comision of RAgente to tasa_comision_guardada
       end-read.
       move agente_csv to RAgente.
               perform grabar_rechazo_maestro
             not invalid key
               add 1 to total_actualizados
               move "M" to cam_operacion
               perform anotar_cambio_agente
           end-rewrite
       else
           move 0 to tasa_comision of RAgente
               perform grabar_rechazo_maestro
             not invalid key
               add 1 to total_insertados
               move "A" to cam_operacion
               perform anotar_cambio_agente
           end-write
       end-if.

       grabar_articulo.
       move RArticulo to articulo_csv.
       move 0 to registro_existente.
       move 0 to hist_precio_anterior.
       move 0 to hist_coste_anterior.
       move spaces to imagen_anterior_maestro.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           continue
         not invalid key
           move 1 to registro_existente
           move RArticulo to imagen_anterior_maestro
           move precio_venta of RArticulo to hist_precio_anterior
           move coste_medio of RArticulo to hist_coste_anterior
           move stock_actual of RArticulo to stock_guardado
           move coste_medio of RArticulo to coste_guardado
           move codigo_familia of RArticulo to familia_guardada
           move clase_abc of RArticulo to clase_guardada
           move fecha_ultimo_recuento of RArticulo
             to recuento_guardado
           move codigo_nc of RArticulo to codigo_nc_guardado
           move tipo_articulo of RArticulo to tipo_guardado
           move unidad_stock of RArticulo to unidad_guardada
           move estado_articulo of RArticulo to estado_art_guardado
       end-read.
       move articulo_csv to RArticulo.
       if registro_existente = 1
           move clase_guardada to clase_abc of RArticulo
           move recuento_guardado
             to fecha_ultimo_recuento of RArticulo
           move codigo_nc_guardado to codigo_nc of RArticulo
           move tipo_guardado to tipo_articulo of RArticulo
           move unidad_guardada to unidad_stock of RArticulo
           move estado_art_guardado to estado_articulo of RArticulo
           rewrite RArticulo
             invalid key
               move "GRABACION" to motivo_rechazo
               perform grabar_rechazo_maestro
             not invalid key
               add 1 to total_actualizados
               move "M" to cam_operacion
               perform anotar_cambio_articulo
               perform anotar_historico_importado
           end-rewrite
       else
           move "UD" to unidad_stock of RArticulo
           move "A" to estado_articulo of RArticulo
           write RArticulo
             invalid key
               move "GRABACION" to motivo_rechazo
               perform grabar_rechazo_maestro
             not invalid key
               add 1 to total_insertados
               move "A" to cam_operacion
               perform anotar_cambio_articulo
               perform anotar_historico_importado
           end-write
       end-if.

      *Carga de clientes: codigo,nombre,apellidos,telefono,limite,
      *plazo,direccion,ciudad,codigo postal,provincia,NIF,pais. El
      *pais es opcional: en blanco se mantiene el del cliente, y el
      *de un cliente nuevo es Espana.
       cargar_clientes.
       move "CLIENTES" to maestro_actual.
       move 0 to linea_actual.
                  ciudad
                  codigo_postal
                  provincia
                  nif
                  pais
           end-unstring
           if codigo of RCliente = spaces
               move "CODIGO" to motivo_rechazo
              and plazo_pago_dias is not numeric
               move "PLAZO" to motivo_rechazo
           end-if
           if motivo_rechazo = spaces
               perform obtener_pais_cliente
           end-if
      *    Solo el NIF espanol tiene digito de control; el de otro
      *    pais se guarda tal cual, en mayusculas.
           if motivo_rechazo = spaces
               move nif to nif_validar
               if pais = "ES"
                   perform validar_nif
               else
                   inspect nif_validar
                     converting "abcdefghijklmnopqrstuvwxyz"
                             to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   move 1 to nif_valido
               end-if
               move nif_validar to nif
               if nif_valido = 0
                   move "NIF" to motivo_rechazo
               end-if
           end-if
           if motivo_rechazo = spaces
               set cliente_activo to true
               perform grabar_cliente
           end-if
       end-read.

      *Pais del cliente de la linea, con el que se decide como se
      *valida su NIF: el de la linea si trae uno; si no, el que ya
      *consta en el maestro, y Espana para un cliente nuevo.
       obtener_pais_cliente.
       inspect pais converting "abcdefghijklmnopqrstuvwxyz"
                          to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       if pais = spaces
           move RCliente to cliente_csv
           move spaces to pais_guardado
           read clientes
             key is codigo of RCliente
             invalid key
               continue
             not invalid key
               move pais to pais_guardado
           end-read
           move cliente_csv to RCliente
           move pais_guardado to pais
       end-if.
       if pais = spaces
           move "ES" to pais
       end-if.
       if pais is not alphabetic
          or pais(1:1) = space or pais(2:1) = space
           move "PAIS" to motivo_rechazo
       end-if.

      *Inserta o actualiza el cliente de la linea. En una
      *actualizacion el estado del cliente se conserva: el refresco
      *de datos no reactiva a un cliente dado de baja.
       grabar_cliente.
       move RCliente to cliente_csv.
       move 0 to registro_existente.
       move spaces to imagen_anterior_maestro.
       read clientes
         key is codigo of RCliente
         invalid key
           continue
         not invalid key
           move 1 to registro_existente
           move RCliente to imagen_anterior_maestro
           move estado of RCliente to estado_cliente_guardado
           move facturacion_mensual to fact_mensual_guardada
           move recargo_equivalencia to recargo_guardado
           move moneda_cliente to moneda_guardada
           move cuenta_bancaria to cuenta_guardada
           move cuenta_cifrada to cifrada_guardada
           move cuenta_ultimas to ultimas_guardadas
           move domiciliado to domiciliado_guardado
           move agente_asignado to agente_asig_guardado
           move fusionado_en to fusionado_guardado
           move nif to nif_guardado
           move portes_pagados to portes_guardado
           move condicion_pago to condicion_guardada
           move devoluciones_recibo to devoluciones_guardadas
           move excluido_remesa to excluido_guardado
           move email_facturacion to email_fact_guardado
           move email_entrega to email_entrega_guardado
           move exento_intereses to exento_guardado
       end-read.
       move cliente_csv to RCliente.
       if registro_existente = 1
           move recargo_guardado to recargo_equivalencia
           move moneda_guardada to moneda_cliente
           move cuenta_guardada to cuenta_bancaria
           move cifrada_guardada to cuenta_cifrada
           move ultimas_guardadas to cuenta_ultimas
           move domiciliado_guardado to domiciliado
           move agente_asig_guardado to agente_asignado
           move fusionado_guardado to fusionado_en
      *    Un NIF en blanco en el fichero no borra el que ya consta.
           if nif = spaces
               move nif_guardado to nif
           end-if
           move portes_guardado to portes_pagados
           move condicion_guardada to condicion_pago
           move devoluciones_guardadas to devoluciones_recibo
           move excluido_guardado to excluido_remesa
           move email_fact_guardado to email_facturacion
           move email_entrega_guardado to email_entrega
           move exento_guardado to exento_intereses
           rewrite RCliente
             invalid key
               move "GRABACION" to motivo_rechazo
               perform grabar_rechazo_maestro
             not invalid key
               add 1 to total_actualizados
               move "M" to cam_operacion
               perform anotar_cambio_cliente
           end-rewrite
       else
           move "N" to portes_pagados
           move 0 to devoluciones_recibo
           move "N" to excluido_remesa
           move "N" to exento_intereses
           move "N" to cuenta_cifrada
           write RCliente
             invalid key
               move "GRABACION" to motivo_rechazo
               perform grabar_rechazo_maestro
             not invalid key
               add 1 to total_insertados
               move "A" to cam_operacion
               perform anotar_cambio_cliente
           end-write
       end-if.

      *recortando solo los espacios finales.
       grabar_rechazo_maestro.
       add 1 to total_rechazados.
       move 140 to longitud_linea.
       perform until longitud_linea = 1
          or linea_en_curso(longitud_linea:1) not = space
           subtract 1 from longitud_linea
       end-string.
       write registro_rechazo_maestro.

      *Anota en el historico el precio que trae la carga si cambia
      *el que habia; el coste medio no lo toca la carga.
       anotar_historico_importado.
       move codigo_articulo of RArticulo to hist_articulo.
       move precio_venta of RArticulo to hist_precio_nuevo.
       move coste_medio of RArticulo to hist_coste_nuevo.
       perform grabar_historico_precio.

      *Anota en el registro de cambios los campos que la carga
      *cambio en el agente.
       anotar_cambio_agente.
       move "AGENTES" to cam_fichero.
       move campos_cambio_agente to tabla_campos_cambio.
       move num_campos_agente to num_campos_cambio.
       move codigo of RAgente to cam_clave.
       move RAgente to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lo mismo para el articulo.
       anotar_cambio_articulo.
       move "ARTICULOS" to cam_fichero.
       move campos_cambio_articulo to tabla_campos_cambio.
       move num_campos_articulo to num_campos_cambio.
       move codigo_articulo of RArticulo to cam_clave.
       move RArticulo to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lo mismo para el cliente.
       anotar_cambio_cliente.
       move "CLIENTES" to cam_fichero.
       move campos_cambio_cliente to tabla_campos_cambio.
       move num_campos_cliente to num_campos_cambio.
       move codigo of RCliente to cam_clave.
       move RCliente to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Comprueba la tasa contra el maestro de tipos de IVA.
       copy "parrafo_validar_tasa.cpy".

      *Anota en el historico los cambios de precio y coste.
       copy "parrafo_historico_precio.cpy".

      *Valida el NIF, NIE o CIF con su letra o digito de control.
       copy "parrafo_validar_nif.cpy".

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
