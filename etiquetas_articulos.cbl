       program-id. etiquetas_articulos as "etiquetas_articulos".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero maestro de articulos.
       copy "file_control_articulos.cpy".
      *Utiliza el control del fichero de codigos de barras.
       copy "file_control_codigos_barras.cpy".
      *Utiliza el control del fichero historico de precios.
       copy "file_control_historico_precios.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de entrada con la seleccion de articulos: una linea
      *por articulo (codigo o codigo de barras, con las copias
      *detras de una coma) o una linea DESDE aaaammdd para sacar
      *todos los articulos cuyo precio cambio desde esa fecha.
       select entrada_seleccion
           assign to ".\etiquetas_seleccion.txt"
           organization is line sequential
           file status is ws-estado-entrada.
      *Fichero de salida con las etiquetas para imprimir.
       select salida_etiquetas
           assign to ".\etiquetas.txt"
           organization is line sequential.
       select ordenacion_etiquetas assign to "ordenetiquetas.tmp".
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_articulo.cpy".
      *Utiliza la estructura del fichero de codigos de barras.
       copy "estructura_codigo_barras.cpy".
      *Utiliza la estructura del fichero historico de precios.
       copy "estructura_historico_precio.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       fd entrada_seleccion
         value of file-id is ".\etiquetas_seleccion.txt".
       01 linea_seleccion pic x(40).
       fd salida_etiquetas
         value of file-id is ".\etiquetas.txt".
       01 registro_etiqueta pic x(60).
       sd ordenacion_etiquetas.
       01 registro_orden_etiqueta.
          02 orden_eti_ubicacion pic x(6).
          02 orden_eti_articulo pic x(4).
          02 orden_eti_copias pic 9(3).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "etiquetas_articulos".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-historico pic xx value spaces.
       77 ws-estado-entrada pic xx value spaces.
       77 fin_seleccion pic 9 value 0.
       77 fin_historico pic 9 value 0.
       77 fin_orden pic 9 value 0.
       77 fin_barras pic 9 value 0.
       77 barras_abiertos pic 9 value 0.
      *Campos de trabajo de los codigos de barras.
       copy "ws_codigo_barras.cpy".
      *Campos de la linea de seleccion.
       77 sel_codigo pic x(14) value spaces.
       77 sel_copias pic 9(3) value 0.
       01 sel_desde.
          02 sel_palabra pic x(5).
          02 filler pic x.
          02 sel_fecha pic 9(8).
          02 filler pic x(26).
       77 fecha_desde pic 9(8) value 0.
      *Articulo en curso en la salida ordenada: las repeticiones de
      *un mismo articulo se juntan en una etiqueta de estanteria y
      *tantas de producto como la mayor de las copias pedidas.
       77 articulo_anterior pic x(4) value spaces.
       77 ubicacion_anterior pic x(6) value spaces.
       77 copias_articulo pic 9(3) value 0.
       77 hay_articulo pic 9 value 0.
      *Datos impresos en las etiquetas.
       77 ean_etiqueta pic x(14) value spaces.
       77 precio_iva_etiqueta pic 9(7)v99 value 0.
       77 precio_etiqueta_edit pic z(6)9.99.
       77 total_seleccionados pic 9(7) value 0.
       77 total_rechazados pic 9(7) value 0.
       77 total_estanteria pic 9(7) value 0.
       77 total_producto pic 9(7) value 0.

       procedure division.
       perform iniciar_bitacora.
      *Etiquetas de estanteria y de producto: la seleccion dice los
      *articulos (por codigo o escaneando su codigo de barras) y
      *cuantas etiquetas de producto de cada uno, o bien una fecha
      *desde la que se sacan todos los articulos con cambio de
      *precio de venta. Cada articulo da una etiqueta de estanteria
      *con descripcion, precio con IVA, referencia, ubicacion y
      *codigo de barras, y sus etiquetas de producto; salen
      *ordenadas por ubicacion para colocarlas recorriendo el
      *almacen.
       open input entrada_seleccion.
       if ws-estado-entrada not = "00"
           display "No hay seleccion de etiquetas."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       open input articulos.
       open output salida_etiquetas.
       sort ordenacion_etiquetas
         on ascending key orden_eti_ubicacion
                          orden_eti_articulo
         input procedure is seleccionar_articulos
         output procedure is escribir_etiquetas.
       close entrada_seleccion.
       close articulos.
       close salida_etiquetas.
       display "Etiquetas de estanteria: " total_estanteria
               "  De producto: " total_producto
               "  Rechazados: " total_rechazados.
       move total_estanteria to bit_contador_1.
       move total_producto to bit_contador_2.
       if total_estanteria = 0
           move "SINDATOS" to bit_resultado
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Procedimiento de entrada de la ordenacion: lee la seleccion
      *y entrega un registro por articulo pedido.
       seleccionar_articulos.
       move 0 to fin_seleccion.
       perform until fin_seleccion = 1
         read entrada_seleccion
           at end
             move 1 to fin_seleccion
           not at end
             perform tratar_linea_seleccion
         end-read
       end-perform.

      *Una linea DESDE recorre el historico de precios; cualquier
      *otra es un articulo con sus copias.
       tratar_linea_seleccion.
       if linea_seleccion = spaces
           exit paragraph
       end-if.
       move linea_seleccion to sel_desde.
       if sel_palabra = "DESDE" or sel_palabra = "desde"
           if sel_fecha is numeric
               move sel_fecha to fecha_desde
               perform seleccionar_cambios_precio
           else
               display "Fecha no valida: " linea_seleccion
               add 1 to total_rechazados
           end-if
           exit paragraph
       end-if.
       move spaces to sel_codigo.
       move 0 to sel_copias.
       unstring linea_seleccion delimited by "," or all spaces
         into sel_codigo sel_copias
       end-unstring.
       if sel_copias = 0
           move 1 to sel_copias
       end-if.
       move sel_codigo to codigo_leido.
       perform resolver_codigo_leido.
       move codigo_resuelto to codigo_articulo of RArticulo.
       if codigo_resuelto = high-values
           display "Codigo no encontrado: " sel_codigo
       end-if.
       perform entregar_articulo.

      *Entrega a la ordenacion los articulos cuyo precio de venta
      *cambio en o despues de la fecha indicada.
       seleccionar_cambios_precio.
       open input historico_precios.
       if ws-estado-historico not = "00"
           exit paragraph
       end-if.
       move 1 to sel_copias.
       move 0 to fin_historico.
       perform until fin_historico = 1
         read historico_precios
           at end
             move 1 to fin_historico
           not at end
             if hpr_fecha >= fecha_desde
                and hpr_precio_nuevo not = hpr_precio_anterior
                 move hpr_codigo_articulo
                   to codigo_articulo of RArticulo
                 perform entregar_articulo
             end-if
         end-read
       end-perform.
       close historico_precios.

      *Lee el articulo y lo entrega a la ordenacion por ubicacion.
       entregar_articulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           add 1 to total_rechazados
           exit paragraph
       end-read.
       move ubicacion of RArticulo to orden_eti_ubicacion.
       move codigo_articulo of RArticulo to orden_eti_articulo.
       move sel_copias to orden_eti_copias.
       release registro_orden_etiqueta.
       add 1 to total_seleccionados.

      *Procedimiento de salida: junta las repeticiones de cada
      *articulo e imprime sus etiquetas.
       escribir_etiquetas.
       move 1 to barras_abiertos.
       open input codigos_barras.
       if ws-estado-barras not = "00"
           move 0 to barras_abiertos
       end-if.
       move 0 to hay_articulo.
       move 0 to fin_orden.
       perform until fin_orden = 1
           return ordenacion_etiquetas
             at end
               move 1 to fin_orden
             not at end
               if hay_articulo = 1
                  and orden_eti_articulo = articulo_anterior
                  and orden_eti_ubicacion = ubicacion_anterior
                   if orden_eti_copias > copias_articulo
                       move orden_eti_copias to copias_articulo
                   end-if
               else
                   if hay_articulo = 1
                       perform imprimir_etiquetas_articulo
                   end-if
                   move 1 to hay_articulo
                   move orden_eti_articulo to articulo_anterior
                   move orden_eti_ubicacion to ubicacion_anterior
                   move orden_eti_copias to copias_articulo
               end-if
           end-return
       end-perform.
       if hay_articulo = 1
           perform imprimir_etiquetas_articulo
       end-if.
       if barras_abiertos = 1
           close codigos_barras
       end-if.

      *Imprime la etiqueta de estanteria del articulo y sus
      *etiquetas de producto.
       imprimir_etiquetas_articulo.
       move articulo_anterior to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           exit paragraph
       end-read.
       compute precio_iva_etiqueta rounded =
           precio_venta of RArticulo
           * (100 + tasa_iva of RArticulo) / 100.
       move precio_iva_etiqueta to precio_etiqueta_edit.
       perform buscar_ean_articulo.
       move "+--------------------------------------+"
         to registro_etiqueta.
       write registro_etiqueta.
       move spaces to registro_etiqueta.
       string "| " delimited by size
              descripcion of RArticulo delimited by size
         into registro_etiqueta
       end-string.
       write registro_etiqueta.
       move spaces to registro_etiqueta.
       string "| PVP " delimited by size
              precio_etiqueta_edit delimited by size
              " EUR IVA incluido" delimited by size
         into registro_etiqueta
       end-string.
       write registro_etiqueta.
       move spaces to registro_etiqueta.
       string "| Ref. " delimited by size
              codigo_articulo of RArticulo delimited by size
              "   Ubicacion " delimited by size
              ubicacion of RArticulo delimited by size
         into registro_etiqueta
       end-string.
       write registro_etiqueta.
       move spaces to registro_etiqueta.
       string "| EAN " delimited by size
              ean_etiqueta delimited by size
         into registro_etiqueta
       end-string.
       write registro_etiqueta.
       move "+--------------------------------------+"
         to registro_etiqueta.
       write registro_etiqueta.
       move spaces to registro_etiqueta.
       write registro_etiqueta.
       add 1 to total_estanteria.
       perform copias_articulo times
           perform imprimir_etiqueta_producto
       end-perform.

      *Etiqueta pequena de producto: descripcion, precio y codigo.
       imprimir_etiqueta_producto.
       move spaces to registro_etiqueta.
       string descripcion of RArticulo delimited by size
              " " delimited by size
              precio_etiqueta_edit delimited by size
         into registro_etiqueta
       end-string.
       write registro_etiqueta.
       move spaces to registro_etiqueta.
       string ean_etiqueta delimited by size
              "  Ubic. " delimited by size
              ubicacion of RArticulo delimited by size
         into registro_etiqueta
       end-string.
       write registro_etiqueta.
       move spaces to registro_etiqueta.
       write registro_etiqueta.
       add 1 to total_producto.

      *Toma el primer codigo de barras propio del articulo; sin
      *codigo propio, el primero de proveedor; sin ninguno, la
      *referencia interna.
       buscar_ean_articulo.
       move codigo_articulo of RArticulo to ean_etiqueta.
       if barras_abiertos = 0
           exit paragraph
       end-if.
       move spaces to barras_validar.
       move codigo_articulo of RArticulo to cb_codigo_articulo.
       move 0 to fin_barras.
       start codigos_barras
         key is equal to cb_codigo_articulo
         invalid key
           move 1 to fin_barras
       end-start.
       perform until fin_barras = 1
         read codigos_barras next
           at end
             move 1 to fin_barras
           not at end
             if cb_codigo_articulo not = codigo_articulo of RArticulo
                 move 1 to fin_barras
             else
                 if barras_validar = spaces
                     move cb_codigo_barras to barras_validar
                 end-if
                 if cb_codigo_proveedor = spaces
                     move cb_codigo_barras to barras_validar
                     move 1 to fin_barras
                 end-if
             end-if
         end-read
       end-perform.
       if barras_validar not = spaces
           move barras_validar to ean_etiqueta
       end-if.

      *Resuelve el codigo de la seleccion al codigo del articulo.
       copy "parrafo_codigo_barras.cpy".

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
