       program-id. informe_calidad_devoluciones
           as "informe_calidad_devoluciones".

       environment division.
       configuration section.
       input-output section.
      *Utiliza las librerias del control de ficheros.
       copy "file_control.cpy".
      *Utiliza el control del fichero de lineas adicionales de
      *articulo por venta.
       copy "file_control_detalle.cpy".
      *Utiliza el control del fichero maestro de articulos.
       copy "file_control_articulos.cpy".
      *Utiliza el control del fichero maestro de familias.
       copy "file_control_familias.cpy".
      *Utiliza el control de los ficheros de proveedores.
       copy "file_control_proveedores.cpy".
      *Utiliza el control del fichero de devoluciones.
       copy "file_control_devoluciones.cpy".
      *Utiliza el control del fichero de motivos de devolucion.
       copy "file_control_motivos_devolucion.cpy".
      *Utiliza el control de los ficheros de ordenes de taller.
       copy "file_control_taller.cpy".
      *Utiliza el control del fichero de numeros de serie.
       copy "file_control_series.cpy".
      *Utiliza el control del fichero de recepciones de mercancia.
       copy "file_control_recepciones.cpy".
      *Utiliza el control de los ficheros de pedidos de compra.
       copy "file_control_pedidos_compra.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de salida del informe.
       select salida_calidad
           assign to ".\calidad_devoluciones.csv"
           organization is line sequential.
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_venta.cpy".
      *Utiliza la estructura del fichero de lineas adicionales de
      *articulo por venta.
       copy "estructura_detalle.cpy".
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_articulo.cpy".
      *Utiliza la estructura del fichero maestro de familias.
       copy "estructura_familia.cpy".
      *Utiliza la estructura de los ficheros de proveedores.
       copy "estructura_proveedor.cpy".
      *Utiliza la estructura del fichero de devoluciones.
       copy "estructura_devoluciones.cpy".
      *Utiliza la estructura del fichero de motivos de devolucion.
       copy "estructura_motivo_devolucion.cpy".
      *Utiliza la estructura de los ficheros de ordenes de taller.
       copy "estructura_taller.cpy".
      *Utiliza la estructura del fichero de numeros de serie.
       copy "estructura_serie.cpy".
      *Utiliza la estructura del fichero de recepciones de mercancia.
       copy "estructura_recepcion.cpy".
      *Utiliza la estructura de los ficheros de pedidos de compra.
       copy "estructura_pedido_compra.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       fd salida_calidad
         value of file-id is ".\calidad_devoluciones.csv".
       01 registro_salida_calidad pic x(300).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "inf_calidad_devol".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-estado-detalle pic xx value spaces.
       77 ws-estado-familias pic xx value spaces.
       77 ws-estado-proveedores pic xx value spaces.
       77 ws-estado-art-prov pic xx value spaces.
       77 ws-estado-devol pic xx value spaces.
       77 ws-estado-motivos-dev pic xx value spaces.
       77 ws-estado-taller pic xx value spaces.
       77 ws-estado-taller-piezas pic xx value spaces.
       77 ws-estado-taller-tiempos pic xx value spaces.
       77 ws-estado-contador-ot pic xx value spaces.
       77 ws-estado-series pic xx value spaces.
       77 ws-estado-recepciones pic xx value spaces.
       77 ws-estado-contador-rec pic xx value spaces.
       77 ws-estado-ped-compra pic xx value spaces.
       77 ws-estado-ped-compra-det pic xx value spaces.
       77 ws-estado-contador-pco pic xx value spaces.
       77 familias_abierto pic 9 value 0.
       77 proveedores_abierto pic 9 value 0.
       77 art_prov_abierto pic 9 value 0.
       77 series_abierto pic 9 value 0.
       77 pedidos_abierto pic 9 value 0.
       77 recepciones_abierto pic 9 value 0.
       77 fin_lectura pic 9 value 0.
       77 fin_detalle pic 9 value 0.
       77 fin_series pic 9 value 0.
      *Tiempo de espera y campos de la lectura del fichero central
      *de parametros.
       77 ws-tiempo-espera pic 9(8) value 180000.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
      *Periodo del informe: los doce meses hasta hoy.
       01 ws-fecha-hoy.
           02 wc-anio-hoy pic 9999.
           02 wc-mes-hoy  pic 99.
           02 wc-dia-hoy  pic 99.
       77 fecha_hoy pic 9(8) value 0.
       77 fecha_desde pic 9(8) value 0.
       77 fecha_venta_calidad pic 9(8) value 0.
      *Tasa de defectos por encima de la cual se senala el articulo.
       77 umbral_defectos pic 99v99 value 5.
      *Motivos del maestro, en columnas; la ultima recoge las
      *devoluciones sin motivo o con un motivo ya dado de baja.
       77 num_motivos pic 99 value 0.
       77 idx_motivo pic 99 value 0.
       77 motivo_evento pic 99 value 0.
       01 tabla_motivos_calidad.
          02 motivo_calidad occurs 12 times.
             03 tm_codigo pic xx.
             03 tm_defecto pic x.
       77 defecto_evento pic 9 value 0.
      *Articulos de stock, en orden de codigo, con su familia, el
      *proveedor de su ultima recepcion y lo vendido y devuelto en
      *el periodo.
       77 num_articulos pic 9(4) value 0.
       77 articulos_desbordados pic 9(5) value 0.
       01 tabla_articulos_calidad.
          02 articulo_calidad occurs 3000 times.
             03 ac_codigo pic x(4).
             03 ac_descripcion pic x(20).
             03 ac_familia pic x(2).
             03 ac_proveedor pic x(4).
             03 ac_vendidas pic 9(7).
             03 ac_devueltas pic 9(7).
             03 ac_defectuosas pic 9(7).
             03 ac_por_motivo pic 9(7) occurs 13 times.
       77 idx_articulo pic 9(4) value 0.
       77 articulo_buscado pic x(4) value spaces.
       77 limite_inferior pic 9(4) value 0.
       77 limite_superior pic 9(4) value 0.
       77 punto_medio pic 9(4) value 0.
      *Familias y proveedores, acumulados en el orden en que
      *aparecen.
       77 num_familias pic 9(3) value 0.
       01 tabla_familias_calidad.
          02 familia_calidad occurs 200 times.
             03 fc_codigo pic x(2).
             03 fc_vendidas pic 9(7).
             03 fc_devueltas pic 9(7).
             03 fc_defectuosas pic 9(7).
             03 fc_por_motivo pic 9(7) occurs 13 times.
       77 idx_familia pic 9(3) value 0.
       77 num_proveedores pic 9(3) value 0.
       01 tabla_proveedores_calidad.
          02 proveedor_calidad occurs 500 times.
             03 pc_codigo pic x(4).
             03 pc_vendidas pic 9(7).
             03 pc_devueltas pic 9(7).
             03 pc_defectuosas pic 9(7).
             03 pc_por_motivo pic 9(7) occurs 13 times.
       77 idx_proveedor pic 9(3) value 0.
       77 proveedor_buscado pic x(4) value spaces.
      *Devolucion que se suma: articulo, unidades, motivo y
      *proveedor que entrego el genero.
       77 articulo_evento pic x(4) value spaces.
       77 unidades_evento pic 9(5) value 0.
       77 codigo_motivo_evento pic xx value spaces.
       77 proveedor_evento pic x(4) value spaces.
       77 recepcion_evento pic 9(6) value 0.
       77 pedido_evento pic 9(6) value 0.
      *Linea de salida comun a los tres niveles.
       01 linea_calidad.
          02 lc_nivel pic x(9).
          02 lc_codigo pic x(4).
          02 lc_descripcion pic x(25).
          02 lc_vendidas pic 9(7).
          02 lc_devueltas pic 9(7).
          02 lc_defectuosas pic 9(7).
          02 lc_por_motivo pic 9(7) occurs 13 times.
       77 base_tasa pic 9(7) value 0.
       77 tasa_devolucion pic 9(3)v99 value 0.
       77 tasa_defectos pic 9(3)v99 value 0.
       77 tasa_devolucion_editada pic zz9.99.
       77 tasa_defectos_editada pic zz9.99.
       77 alerta_calidad pic x(13) value spaces.
       77 puntero_salida pic 9(3) value 1.
      *Totales del informe.
       77 total_lineas_articulo pic 9(7) value 0.
       77 total_alertas pic 9(7) value 0.

       procedure division.
       perform iniciar_bitacora.
      *Informe de calidad de las devoluciones de los doce meses
      *hasta hoy: por articulo, por familia y por proveedor, las
      *unidades vendidas, las devueltas y las defectuosas, con sus
      *tasas y el reparto por motivo de devolucion. Cuentan las
      *devoluciones de clientes y las reparaciones en garantia del
      *taller. Lo devuelto se atribuye al proveedor que entrego la
      *unidad por su numero de serie o, si no lo lleva, al de la
      *ultima recepcion del articulo; lo vendido, al de la ultima
      *recepcion. Se senalan los articulos cuya tasa de defectos
      *supera el umbral de los parametros.
       accept ws-fecha-hoy from date yyyymmdd.
       move ws-fecha-hoy to fecha_hoy.
       compute fecha_desde = fecha_hoy - 10000.
       perform leer_parametros.
       if parametros_leidos = 1
          and par_umbral_defectos is numeric
          and par_umbral_defectos not = 0
           move par_umbral_defectos to umbral_defectos
       end-if.
       open input ventas.
       if ws-estado-fichero not = "00"
           display "ERROR: no se pudo abrir el fichero de ventas. "
               "Estado: " ws-estado-fichero
           move "ERROR" to bit_resultado
           perform grabar_bitacora
           move 8 to return-code
           exit program
       end-if.
       open input ventas_detalle.
       open input articulos.
       perform abrir_ficheros_calidad.
       perform cargar_motivos_calidad.
       perform cargar_articulos_calidad.
       perform asignar_proveedor_articulos.
       perform sumar_ventas_periodo.
       perform sumar_devoluciones_periodo.
       perform sumar_garantias_periodo.
       perform acumular_familias_proveedores.
       open output salida_calidad.
       perform escribir_cabecera_calidad.
       perform escribir_articulo_calidad
         varying idx_articulo from 1 by 1
         until idx_articulo > num_articulos.
       perform escribir_familia_calidad
         varying idx_familia from 1 by 1
         until idx_familia > num_familias.
       perform escribir_proveedor_calidad
         varying idx_proveedor from 1 by 1
         until idx_proveedor > num_proveedores.
       close salida_calidad.
       close ventas.
       close ventas_detalle.
       close articulos.
       perform cerrar_ficheros_calidad.
       display "Articulos en el informe de calidad: "
           total_lineas_articulo.
       display "Articulos sobre el umbral de defectos: "
           total_alertas.
       if articulos_desbordados > 0
           display "Aviso: articulos que no caben en el informe: "
               articulos_desbordados
       end-if.
       move total_lineas_articulo to bit_contador_1.
       move total_alertas to bit_contador_2.
       if total_lineas_articulo = 0
           move "SINDATOS" to bit_resultado
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Abre los ficheros de consulta que pueden no existir todavia.
       abrir_ficheros_calidad.
       move 1 to familias_abierto.
       open input familias.
       if ws-estado-familias not = "00"
           move 0 to familias_abierto
       end-if.
       move 1 to proveedores_abierto.
       open input proveedores.
       if ws-estado-proveedores not = "00"
           move 0 to proveedores_abierto
       end-if.
       move 1 to art_prov_abierto.
       open input articulos_proveedor.
       if ws-estado-art-prov not = "00"
           move 0 to art_prov_abierto
       end-if.
       move 1 to series_abierto.
       open input series.
       if ws-estado-series not = "00"
           move 0 to series_abierto
       end-if.
       move 1 to pedidos_abierto.
       open input pedidos_compra.
       if ws-estado-ped-compra not = "00"
           move 0 to pedidos_abierto
       end-if.
       move 1 to recepciones_abierto.
       open input recepciones.
       if ws-estado-recepciones not = "00"
           move 0 to recepciones_abierto
       end-if.

      *Cierra los ficheros de consulta que se abrieron.
       cerrar_ficheros_calidad.
       if familias_abierto = 1
           close familias
       end-if.
       if proveedores_abierto = 1
           close proveedores
       end-if.
       if art_prov_abierto = 1
           close articulos_proveedor
       end-if.
       if series_abierto = 1
           close series
       end-if.
       if pedidos_abierto = 1
           close pedidos_compra
       end-if.
       if recepciones_abierto = 1
           close recepciones
       end-if.

      *Carga los motivos del maestro, uno por columna.
       cargar_motivos_calidad.
       move 0 to num_motivos.
       open input motivos_devolucion.
       if ws-estado-motivos-dev not = "00"
           exit paragraph
       end-if.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
         read motivos_devolucion next
           at end
             move 1 to fin_lectura
           not at end
             if num_motivos < 12
                 add 1 to num_motivos
                 move mdv_codigo to tm_codigo(num_motivos)
                 move mdv_defecto to tm_defecto(num_motivos)
             end-if
         end-read
       end-perform.
       close motivos_devolucion.

      *Carga los articulos de stock en orden de codigo; los de
      *servicio y los cargos no se devuelven.
       cargar_articulos_calidad.
       move 0 to num_articulos.
       move low-values to codigo_articulo of RArticulo.
       move 0 to fin_lectura.
       start articulos
         key is not less than codigo_articulo of RArticulo
         invalid key
           move 1 to fin_lectura
       end-start.
       perform until fin_lectura = 1
         read articulos next
           at end
             move 1 to fin_lectura
           not at end
             if articulo_de_stock
                 if num_articulos < 3000
                     add 1 to num_articulos
                     initialize articulo_calidad(num_articulos)
                     move codigo_articulo of RArticulo
                       to ac_codigo(num_articulos)
                     move descripcion of RArticulo
                       to ac_descripcion(num_articulos)
                     move codigo_familia of RArticulo
                       to ac_familia(num_articulos)
                 else
                     add 1 to articulos_desbordados
                 end-if
             end-if
         end-read
       end-perform.

      *Asigna a cada articulo el proveedor de su ultima recepcion
      *con pedido de compra y, si no tiene ninguna, el primero de
      *sus vinculos articulo-proveedor.
       asignar_proveedor_articulos.
       if recepciones_abierto = 1
           move 0 to fin_lectura
           perform until fin_lectura = 1
             read recepciones next
               at end
                 move 1 to fin_lectura
               not at end
                 move rec_codigo_articulo to articulo_buscado
                 perform buscar_articulo_calidad
                 if idx_articulo not = 0
                     move rec_pedido_compra to pedido_evento
                     perform buscar_proveedor_pedido
                     if proveedor_evento not = spaces
                         move proveedor_evento
                           to ac_proveedor(idx_articulo)
                     end-if
                 end-if
             end-read
           end-perform
       end-if.
       perform varying idx_articulo from 1 by 1
         until idx_articulo > num_articulos
           if ac_proveedor(idx_articulo) = spaces
               move ac_codigo(idx_articulo) to articulo_buscado
               perform buscar_vinculo_proveedor
               move proveedor_evento to ac_proveedor(idx_articulo)
           end-if
       end-perform.

      *Proveedor del pedido de compra pedido_evento.
       buscar_proveedor_pedido.
       move spaces to proveedor_evento.
       if pedido_evento = 0 or pedidos_abierto = 0
           exit paragraph
       end-if.
       move pedido_evento to pco_numero.
       read pedidos_compra
         key is pco_numero
         invalid key
           continue
         not invalid key
           move pco_codigo_proveedor to proveedor_evento
       end-read.

      *Primer proveedor vinculado al articulo buscado.
       buscar_vinculo_proveedor.
       move spaces to proveedor_evento.
       if art_prov_abierto = 0
           exit paragraph
       end-if.
       move articulo_buscado to ap_codigo_articulo.
       move low-values to ap_codigo_proveedor.
       start articulos_proveedor
         key is not less than ap_clave
         invalid key
           exit paragraph
       end-start.
       read articulos_proveedor next
         at end
           continue
         not at end
           if ap_codigo_articulo = articulo_buscado
               move ap_codigo_proveedor to proveedor_evento
           end-if
       end-read.

      *Busca articulo_buscado en la tabla, que esta en orden de
      *codigo; deja su posicion en idx_articulo, o cero.
       buscar_articulo_calidad.
       move 0 to idx_articulo.
       move 1 to limite_inferior.
       move num_articulos to limite_superior.
       perform until limite_inferior > limite_superior
          or idx_articulo not = 0
           compute punto_medio = (limite_inferior + limite_superior) / 2
           evaluate true
             when ac_codigo(punto_medio) = articulo_buscado
               move punto_medio to idx_articulo
             when ac_codigo(punto_medio) < articulo_buscado
               compute limite_inferior = punto_medio + 1
             when other
               compute limite_superior = punto_medio - 1
           end-evaluate
       end-perform.

      *Suma las unidades vendidas en el periodo, de la primera
      *linea de cada venta y de sus lineas adicionales.
       sumar_ventas_periodo.
       move low-values to codigo_venta.
       move 0 to fin_lectura.
       start ventas
         key is not less than codigo_venta
         invalid key
           move 1 to fin_lectura
       end-start.
       perform until fin_lectura = 1
         read ventas next
           at end
             move 1 to fin_lectura
           not at end
             move fecha to fecha_venta_calidad
             if fecha_venta_calidad > fecha_desde
                and fecha_venta_calidad not > fecha_hoy
                 perform sumar_lineas_venta
             end-if
         end-read
       end-perform.

      *Suma las lineas de la venta leida a sus articulos.
       sumar_lineas_venta.
       move codigo_articulo of articulo of RVenta to articulo_buscado.
       perform buscar_articulo_calidad.
       if idx_articulo not = 0
           add numero_unidades of articulo of RVenta
             to ac_vendidas(idx_articulo)
       end-if.
       move codigo_venta to det_codigo_venta.
       move low-values to det_numero_linea.
       move 0 to fin_detalle.
       start ventas_detalle
         key is not less than det_clave_venta
         invalid key
           move 1 to fin_detalle
       end-start.
       perform until fin_detalle = 1
         read ventas_detalle next
           at end
             move 1 to fin_detalle
           not at end
             if det_codigo_venta not = codigo_venta
                 move 1 to fin_detalle
             else
                 move det_codigo_articulo to articulo_buscado
                 perform buscar_articulo_calidad
                 if idx_articulo not = 0
                     add det_numero_unidades
                       to ac_vendidas(idx_articulo)
                 end-if
             end-if
         end-read
       end-perform.

      *Suma las devoluciones de clientes del periodo, con el
      *proveedor de la unidad devuelta si lleva numero de serie.
       sumar_devoluciones_periodo.
       open input devoluciones.
       if ws-estado-devol not = "00"
           exit paragraph
       end-if.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
         read devoluciones next
           at end
             move 1 to fin_lectura
           not at end
             if dev_fecha > fecha_desde
                and dev_fecha not > fecha_hoy
                 move dev_codigo_articulo to articulo_evento
                 move dev_unidades to unidades_evento
                 move dev_motivo to codigo_motivo_evento
                 perform buscar_serie_devolucion
                 perform sumar_evento_calidad
             end-if
         end-read
       end-perform.
       close devoluciones.

      *Busca la unidad con numero de serie que salio en la venta
      *devuelta y toma el proveedor de su recepcion.
       buscar_serie_devolucion.
       move 0 to recepcion_evento.
       if series_abierto = 0
           exit paragraph
       end-if.
       move dev_codigo_articulo to ser_codigo_articulo.
       move 0 to fin_series.
       start series
         key is = ser_codigo_articulo
         invalid key
           move 1 to fin_series
       end-start.
       perform until fin_series = 1
         read series next
           at end
             move 1 to fin_series
           not at end
             if ser_codigo_articulo not = dev_codigo_articulo
                 move 1 to fin_series
             else
                 if ser_codigo_venta = dev_codigo_venta
                     move ser_recepcion to recepcion_evento
                     move 1 to fin_series
                 end-if
             end-if
         end-read
       end-perform.

      *Suma las reparaciones en garantia del taller abiertas en el
      *periodo, una unidad por orden, con el articulo y el
      *proveedor de su numero de serie.
       sumar_garantias_periodo.
       if series_abierto = 0
           exit paragraph
       end-if.
       open input ordenes_taller.
       if ws-estado-taller not = "00"
           exit paragraph
       end-if.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
         read ordenes_taller next
           at end
             move 1 to fin_lectura
           not at end
             if reparacion_en_garantia
                and ot_fecha_entrada > fecha_desde
                and ot_fecha_entrada not > fecha_hoy
                 perform sumar_orden_garantia
             end-if
         end-read
       end-perform.
       close ordenes_taller.

      *Localiza la unidad de la orden y la suma como devuelta.
       sumar_orden_garantia.
       move ot_numero_serie to ser_numero.
       read series
         key is ser_numero
         invalid key
           exit paragraph
       end-read.
       move ser_codigo_articulo to articulo_evento.
       move 1 to unidades_evento.
       move ot_motivo_devolucion to codigo_motivo_evento.
       move ser_recepcion to recepcion_evento.
       perform sumar_evento_calidad.

      *Suma la devolucion a su articulo y al proveedor que entrego
      *el genero: el de la recepcion de la unidad si se conoce y,
      *si no, el de la ultima recepcion del articulo.
       sumar_evento_calidad.
       move articulo_evento to articulo_buscado.
       perform buscar_articulo_calidad.
       if idx_articulo = 0
           exit paragraph
       end-if.
       move 13 to motivo_evento.
       move 0 to defecto_evento.
       perform varying idx_motivo from 1 by 1
         until idx_motivo > num_motivos
           if tm_codigo(idx_motivo) = codigo_motivo_evento
               move idx_motivo to motivo_evento
               if tm_defecto(idx_motivo) = "S"
                   move 1 to defecto_evento
               end-if
           end-if
       end-perform.
       add unidades_evento to ac_devueltas(idx_articulo).
       add unidades_evento
         to ac_por_motivo(idx_articulo, motivo_evento).
       if defecto_evento = 1
           add unidades_evento to ac_defectuosas(idx_articulo)
       end-if.
       move spaces to proveedor_evento.
       if recepcion_evento not = 0 and recepciones_abierto = 1
           move recepcion_evento to rec_numero
           read recepciones
             key is rec_numero
             invalid key
               move 0 to rec_pedido_compra
           end-read
           move rec_pedido_compra to pedido_evento
           perform buscar_proveedor_pedido
       end-if.
       if proveedor_evento = spaces
           move ac_proveedor(idx_articulo) to proveedor_evento
       end-if.
       move proveedor_evento to proveedor_buscado.
       perform buscar_proveedor_calidad.
       if idx_proveedor not = 0
           add unidades_evento to pc_devueltas(idx_proveedor)
           add unidades_evento
             to pc_por_motivo(idx_proveedor, motivo_evento)
           if defecto_evento = 1
               add unidades_evento to pc_defectuosas(idx_proveedor)
           end-if
       end-if.

      *Busca el proveedor en su tabla y lo anade si no esta.
       buscar_proveedor_calidad.
       move 0 to idx_proveedor.
       perform varying punto_medio from 1 by 1
         until punto_medio > num_proveedores or idx_proveedor not = 0
           if pc_codigo(punto_medio) = proveedor_buscado
               move punto_medio to idx_proveedor
           end-if
       end-perform.
       if idx_proveedor = 0 and num_proveedores < 500
           add 1 to num_proveedores
           move num_proveedores to idx_proveedor
           initialize proveedor_calidad(idx_proveedor)
           move proveedor_buscado to pc_codigo(idx_proveedor)
       end-if.

      *Suma cada articulo a su familia, y lo vendido al proveedor
      *de su ultima recepcion.
       acumular_familias_proveedores.
       perform varying idx_articulo from 1 by 1
         until idx_articulo > num_articulos
           if ac_vendidas(idx_articulo) > 0
              or ac_devueltas(idx_articulo) > 0
               perform acumular_articulo_familia
               if ac_vendidas(idx_articulo) > 0
                   move ac_proveedor(idx_articulo)
                     to proveedor_buscado
                   perform buscar_proveedor_calidad
                   if idx_proveedor not = 0
                       add ac_vendidas(idx_articulo)
                         to pc_vendidas(idx_proveedor)
                   end-if
               end-if
           end-if
       end-perform.

      *Suma el articulo a su familia, anadiendola si no esta.
       acumular_articulo_familia.
       move 0 to idx_familia.
       perform varying punto_medio from 1 by 1
         until punto_medio > num_familias or idx_familia not = 0
           if fc_codigo(punto_medio) = ac_familia(idx_articulo)
               move punto_medio to idx_familia
           end-if
       end-perform.
       if idx_familia = 0
           if num_familias = 200
               exit paragraph
           end-if
           add 1 to num_familias
           move num_familias to idx_familia
           initialize familia_calidad(idx_familia)
           move ac_familia(idx_articulo) to fc_codigo(idx_familia)
       end-if.
       add ac_vendidas(idx_articulo) to fc_vendidas(idx_familia).
       add ac_devueltas(idx_articulo) to fc_devueltas(idx_familia).
       add ac_defectuosas(idx_articulo)
         to fc_defectuosas(idx_familia).
       perform varying idx_motivo from 1 by 1 until idx_motivo > 13
           add ac_por_motivo(idx_articulo, idx_motivo)
             to fc_por_motivo(idx_familia, idx_motivo)
       end-perform.

      *Cabecera con una columna por motivo del maestro.
       escribir_cabecera_calidad.
       move spaces to registro_salida_calidad.
       move 1 to puntero_salida.
       string "NIVEL,CODIGO,DESCRIPCION,VENDIDAS,DEVUELTAS,"
              delimited by size
              "TASA DEVOLUCION,DEFECTUOSAS,TASA DEFECTOS"
              delimited by size
         into registro_salida_calidad
         with pointer puntero_salida
       end-string.
       perform varying idx_motivo from 1 by 1
         until idx_motivo > num_motivos
           string "," delimited by size
                  tm_codigo(idx_motivo) delimited by size
             into registro_salida_calidad
             with pointer puntero_salida
           end-string
       end-perform.
       string ",SIN MOTIVO,ALERTA" delimited by size
         into registro_salida_calidad
         with pointer puntero_salida
       end-string.
       write registro_salida_calidad.

      *Linea de un articulo con ventas o devoluciones; se senala si
      *su tasa de defectos supera el umbral.
       escribir_articulo_calidad.
       if ac_vendidas(idx_articulo) = 0
          and ac_devueltas(idx_articulo) = 0
           exit paragraph
       end-if.
       add 1 to total_lineas_articulo.
       move "ARTICULO" to lc_nivel.
       move ac_codigo(idx_articulo) to lc_codigo.
       move ac_descripcion(idx_articulo) to lc_descripcion.
       move ac_vendidas(idx_articulo) to lc_vendidas.
       move ac_devueltas(idx_articulo) to lc_devueltas.
       move ac_defectuosas(idx_articulo) to lc_defectuosas.
       perform varying idx_motivo from 1 by 1 until idx_motivo > 13
           move ac_por_motivo(idx_articulo, idx_motivo)
             to lc_por_motivo(idx_motivo)
       end-perform.
       perform calcular_tasas_calidad.
       move spaces to alerta_calidad.
       if tasa_defectos > umbral_defectos
           move "SUPERA UMBRAL" to alerta_calidad
           add 1 to total_alertas
       end-if.
       perform escribir_linea_calidad.

      *Linea de una familia.
       escribir_familia_calidad.
       move "FAMILIA" to lc_nivel.
       move fc_codigo(idx_familia) to lc_codigo.
       move spaces to lc_descripcion.
       if familias_abierto = 1 and fc_codigo(idx_familia) not = spaces
           move fc_codigo(idx_familia) to fam_codigo
           read familias
             key is fam_codigo
             invalid key
               continue
             not invalid key
               move fam_descripcion to lc_descripcion
           end-read
       end-if.
       if fc_codigo(idx_familia) = spaces
           move "SIN FAMILIA" to lc_descripcion
       end-if.
       move fc_vendidas(idx_familia) to lc_vendidas.
       move fc_devueltas(idx_familia) to lc_devueltas.
       move fc_defectuosas(idx_familia) to lc_defectuosas.
       perform varying idx_motivo from 1 by 1 until idx_motivo > 13
           move fc_por_motivo(idx_familia, idx_motivo)
             to lc_por_motivo(idx_motivo)
       end-perform.
       perform calcular_tasas_calidad.
       move spaces to alerta_calidad.
       perform escribir_linea_calidad.

      *Linea de un proveedor.
       escribir_proveedor_calidad.
       move "PROVEEDOR" to lc_nivel.
       move pc_codigo(idx_proveedor) to lc_codigo.
       move spaces to lc_descripcion.
       if proveedores_abierto = 1
          and pc_codigo(idx_proveedor) not = spaces
           move pc_codigo(idx_proveedor) to prov_codigo
           read proveedores
             key is prov_codigo
             invalid key
               continue
             not invalid key
               move prov_nombre to lc_descripcion
           end-read
       end-if.
       if pc_codigo(idx_proveedor) = spaces
           move "SIN PROVEEDOR" to lc_descripcion
       end-if.
       move pc_vendidas(idx_proveedor) to lc_vendidas.
       move pc_devueltas(idx_proveedor) to lc_devueltas.
       move pc_defectuosas(idx_proveedor) to lc_defectuosas.
       perform varying idx_motivo from 1 by 1 until idx_motivo > 13
           move pc_por_motivo(idx_proveedor, idx_motivo)
             to lc_por_motivo(idx_motivo)
       end-perform.
       perform calcular_tasas_calidad.
       move spaces to alerta_calidad.
       perform escribir_linea_calidad.

      *Tasas de devolucion y de defectos sobre lo vendido; si se
      *devolvio mas de lo vendido en el periodo, sobre lo devuelto.
       calcular_tasas_calidad.
       move lc_vendidas to base_tasa.
       if lc_devueltas > base_tasa
           move lc_devueltas to base_tasa
       end-if.
       move 0 to tasa_devolucion.
       move 0 to tasa_defectos.
       if base_tasa > 0
           compute tasa_devolucion rounded =
               lc_devueltas * 100 / base_tasa
           compute tasa_defectos rounded =
               lc_defectuosas * 100 / base_tasa
       end-if.

      *Escribe la linea preparada, con una columna por motivo.
       escribir_linea_calidad.
       move tasa_devolucion to tasa_devolucion_editada.
       move tasa_defectos to tasa_defectos_editada.
       move spaces to registro_salida_calidad.
       move 1 to puntero_salida.
       string lc_nivel delimited by space
              "," delimited by size
              lc_codigo delimited by space
              "," delimited by size
              lc_descripcion delimited by "  "
              "," delimited by size
              lc_vendidas delimited by size
              "," delimited by size
              lc_devueltas delimited by size
              "," delimited by size
              tasa_devolucion_editada delimited by size
              "," delimited by size
              lc_defectuosas delimited by size
              "," delimited by size
              tasa_defectos_editada delimited by size
         into registro_salida_calidad
         with pointer puntero_salida
       end-string.
       perform varying idx_motivo from 1 by 1
         until idx_motivo > num_motivos
           string "," delimited by size
                  lc_por_motivo(idx_motivo) delimited by size
             into registro_salida_calidad
             with pointer puntero_salida
           end-string
       end-perform.
       string "," delimited by size
              lc_por_motivo(13) delimited by size
              "," delimited by size
              alerta_calidad delimited by "  "
         into registro_salida_calidad
         with pointer puntero_salida
       end-string.
       write registro_salida_calidad.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
