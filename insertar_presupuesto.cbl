      *documento impreso.
       77 total_presupuesto pic 9(13)v99 value 0.
       77 total_editado pic z(12)9.99.
      *Validez del presupuesto: la fecha del alta mas los dias del
      *parametro, contados sobre el calendario.
       copy "ws_validez_presupuesto.cpy".
      *No se presupuestan articulos bloqueados ni descatalogados.
       copy "ws_estado_articulo.cpy".
       linkage section.
      *Rol del usuario que abrio la sesion, recibido de Principal,
      *para limitar el descuento que puede conceder.
               move par_descuento_operador
                 to descuento_maximo_operador
           end-if
           if par_validez_presupuesto is numeric
              and par_validez_presupuesto not = 0
               move par_validez_presupuesto to dias_validez
           end-if
       end-if.
      *Da de alta un presupuesto con su primera linea de articulo y
      *las lineas adicionales que se quieran, sin tocar el stock ni
       end-if.
       if transaccion_activa = 1
       accept pres_fecha from DATE YYYYMMDD
       perform calcular_validez_presupuesto
       move pres_codigo_agente to codigo of RAgente
       read agentes
         key is codigo of RAgente
           move apellidos of RCliente to pres_apellidos_cliente
       end-read
       move pres_codigo_articulo to codigo_articulo of RArticulo
       move 1 to articulo_se_vende
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           move descripcion of RArticulo to pres_descripcion
           move precio_venta of RArticulo to pres_precio_venta
           move tasa_iva of RArticulo to pres_tasa_iva
           perform comprobar_venta_articulo
       end-read
       display PantallaMarco
       display p_presupuesto
             to ws-descripcion-estado
           display pantalla_opera_error
           accept continuar
       else
       if articulo_se_vende = 0
           move spaces to ws-estado-fichero
           move motivo_estado_articulo to ws-descripcion-estado
           display pantalla_opera_error
           accept continuar
       else
           move pres_descuento to descuento
           perform comprobar_descuento
                   else
                   set presupuesto_pendiente to true
                   move spaces to pres_venta_generada
                   move 0 to pres_fecha_cierre
                   move spaces to pres_motivo_perdida
                   write RPresupuesto
                     invalid key
                       move ws-estado-presupuestos
               end-if
           end-if
       end-if
       end-if
       end-if.
       close agentes.
       close clientes.
       display p_linea_presupuesto.
       accept p_linea_presupuesto.
       perform until pres_codigo_articulo(1:1) not = "?"
                 and pres_codigo_articulo(1:1) not = "!"
           if pres_codigo_articulo(1:1) = "!"
               move pres_codigo_articulo to codigo_elegido
               call "consulta_disponibilidad" using codigo_elegido
           else
               move "A" to tipo_seleccion
               call "selector_codigo" using tipo_seleccion
                   codigo_elegido
           end-if
           move codigo_elegido to pres_codigo_articulo
           display PantallaMarco
           display p_linea_presupuesto
           accept p_linea_presupuesto
       end-perform.
       move pres_codigo_articulo to codigo_articulo of RArticulo.
       move 1 to articulo_se_vende.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           move descripcion of RArticulo to pres_descripcion
           move precio_venta of RArticulo to pres_precio_venta
           move tasa_iva of RArticulo to pres_tasa_iva
           perform comprobar_venta_articulo
       end-read.
       if linea_articulo_valido = 0
           move spaces to ws-estado-fichero
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
       if articulo_se_vende = 0
           move spaces to ws-estado-fichero
           move motivo_estado_articulo to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
           move pres_descuento to descuento
           perform comprobar_descuento
                   add 1 to numero_linea_siguiente
               end-write
           end-if
       end-if
       end-if.

      *Abre los ficheros de presupuestos, creandolos vacios la
         into registro_presupuesto_impreso
       end-string.
       write registro_presupuesto_impreso.
       move pres_fecha_validez to fecha_validez.
       string "Presupuesto valido hasta el " delimited by size
              val_dia delimited by size
              "/" delimited by size
              val_mes delimited by size
              "/" delimited by size
              val_anio delimited by size
              "." delimited by size
         into registro_presupuesto_impreso
       end-string.
       write registro_presupuesto_impreso.
       move "=====================" to registro_presupuesto_impreso.
       write registro_presupuesto_impreso.
              * (1 - pde_descuento / 100)
              * (1 + pde_tasa_iva / 100)).

      *Fecha de validez del presupuesto.
       copy "parrafo_validez_presupuesto.cpy".

      *Traduce el codigo de estado del fichero a una descripcion.
       copy "parrafo_estado_fichero.cpy".

           move codigo_elegido to pres_codigo_articulo
           move 1 to hubo_seleccion
       end-if.
      *Una exclamacion en el articulo abre la consulta de
      *disponible para prometer y vuelve con el articulo consultado.
       if pres_codigo_articulo(1:1) = "!"
           move pres_codigo_articulo to codigo_elegido
           call "consulta_disponibilidad" using codigo_elegido
           move codigo_elegido to pres_codigo_articulo
           move 1 to hubo_seleccion
       end-if.
       if hubo_seleccion = 1
           display pantallaMarco
           display p_presupuesto

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Comprobacion del estado del articulo antes de venderlo.
       copy "parrafo_estado_articulo.cpy".
