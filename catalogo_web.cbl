       program-id. catalogo_web as "catalogo_web".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero maestro de articulos.
       copy "file_control_articulos.cpy".
      *Utiliza el control del fichero de composicion de kits.
       copy "file_control_kits.cpy".
      *Utiliza el control de los ficheros de almacenes.
       copy "file_control_almacenes.cpy".
      *Utiliza el control del fichero de lo enviado al catalogo web.
       copy "file_control_catalogo_web.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de salida con el catalogo para la tienda web y los
      *marketplaces.
       select salida_catalogo
           assign to ".\catalogo_web.csv"
           organization is line sequential.
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_articulo.cpy".
      *Utiliza la estructura del fichero de composicion de kits.
       copy "estructura_kit.cpy".
      *Utiliza la estructura de los ficheros de almacenes.
       copy "estructura_almacen.cpy".
      *Utiliza la estructura del fichero de lo enviado al catalogo.
       copy "estructura_catalogo_web.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       fd salida_catalogo
         value of file-id is ".\catalogo_web.csv".
       01 registro_salida_catalogo pic x(120).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "catalogo_web".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-kits pic xx value spaces.
       77 ws-estado-almacenes pic xx value spaces.
       77 ws-estado-stock-alm pic xx value spaces.
       77 ws-estado-catalogo pic xx value spaces.
       77 kits_abiertos pic 9 value 0.
       77 almacenes_abiertos pic 9 value 0.
       77 fin_articulos pic 9 value 0.
       77 fin_kit pic 9 value 0.
       77 fin_almacenes pic 9 value 0.
       77 fin_catalogo pic 9 value 0.
       01 fecha_proceso pic 9(8) value 0.
      *Almacenes cuyo stock se publica; sin ninguno marcado se
      *publica el stock total del maestro.
       01 tabla_almacenes_web.
          02 almacen_web pic x(2) occurs 20 times.
       77 num_almacenes_web pic 99 value 0.
       77 idx_almacen pic 99 value 0.
      *Datos del articulo que se publica.
       77 codigo_publicado pic x(4) value spaces.
       77 descripcion_publicada pic x(20) value spaces.
       77 familia_publicada pic x(2) value spaces.
       77 precio_publicado pic 9(7)v99 value 0.
       77 precio_iva_publicado pic 9(7)v99 value 0.
       77 disponible_publicado pic 9(7) value 0.
       77 accion_catalogo pic x value space.
      *Calculo del disponible de un articulo y de un kit.
       77 base_disponible pic s9(9) value 0.
       77 disponible_calculado pic s9(9) value 0.
       77 disponible_kit pic s9(9) value 0.
       77 kits_componente pic s9(9) value 0.
       77 es_kit pic 9 value 0.
       77 articulo_kit pic x(4) value spaces.
      *Campos de impresion de los precios.
       77 precio_edit pic z(6)9.99.
       77 precio_iva_edit pic z(6)9.99.
       77 total_articulos pic 9(7) value 0.
       77 total_enviados pic 9(7) value 0.
       linkage section.
      *Modo del envio que pide la cadena de procesos: I solo los
      *cambios desde el ultimo envio, C el catalogo completo.
       01 modo_catalogo pic x.
          88 envio_completo value "C".

       procedure division using modo_catalogo.
       perform iniciar_bitacora.
      *Catalogo y disponibilidad para la tienda web y los
      *marketplaces: por cada articulo, codigo, descripcion,
      *familia, precio neto y con IVA y unidades disponibles (stock
      *menos reservado, de los almacenes publicados si los hay). Un
      *kit tiene disponibles los kits que se pueden montar con sus
      *componentes. El envio diario solo manda las altas, los
      *cambios y las bajas desde el ultimo envio; el completo manda
      *todo el catalogo. Los pedidos de la web vuelven por la
      *importacion de pedidos.
       accept fecha_proceso from DATE YYYYMMDD.
       open input articulos.
       move 1 to kits_abiertos.
       open input kits.
       if ws-estado-kits not = "00"
           move 0 to kits_abiertos
       end-if.
       perform cargar_almacenes_web.
       if envio_completo
           open output catalogo_web_enviado
           close catalogo_web_enviado
       end-if.
       open i-o catalogo_web_enviado.
       if ws-estado-catalogo = "35"
           open output catalogo_web_enviado
           close catalogo_web_enviado
           open i-o catalogo_web_enviado
       end-if.
       open output salida_catalogo.
       move spaces to registro_salida_catalogo.
       string "ACCION,CODIGO,DESCRIPCION,FAMILIA," delimited by size
              "PRECIO,PRECIO IVA,DISPONIBLE" delimited by size
         into registro_salida_catalogo
       end-string.
       write registro_salida_catalogo.
       move low-values to codigo_articulo of RArticulo.
       move 0 to fin_articulos.
       start articulos
         key is not less than codigo_articulo of RArticulo
         invalid key
           move 1 to fin_articulos
       end-start.
       perform until fin_articulos = 1
         read articulos next
           at end
             move 1 to fin_articulos
           not at end
             perform publicar_articulo
         end-read
       end-perform.
       if not envio_completo
           perform enviar_bajas
       end-if.
       close articulos.
       if kits_abiertos = 1
           close kits
       end-if.
       if almacenes_abiertos = 1
           close almacenes
           close stock_almacen
       end-if.
       close catalogo_web_enviado.
       close salida_catalogo.
       display "Articulos del catalogo: " total_articulos
               "  Lineas enviadas: " total_enviados.
       move total_articulos to bit_contador_1.
       move total_enviados to bit_contador_2.
       if total_enviados = 0
           move "SINDATOS" to bit_resultado
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Guarda los almacenes marcados para publicar su stock.
       cargar_almacenes_web.
       move 0 to num_almacenes_web.
       move 1 to almacenes_abiertos.
       open input almacenes.
       if ws-estado-almacenes not = "00"
           move 0 to almacenes_abiertos
           exit paragraph
       end-if.
       open input stock_almacen.
       move low-values to alm_codigo.
       move 0 to fin_almacenes.
       start almacenes
         key is not less than alm_codigo
         invalid key
           move 1 to fin_almacenes
       end-start.
       perform until fin_almacenes = 1
         read almacenes next
           at end
             move 1 to fin_almacenes
           not at end
             if almacen_publicado and num_almacenes_web < 20
                 add 1 to num_almacenes_web
                 move alm_codigo to almacen_web(num_almacenes_web)
             end-if
         end-read
       end-perform.

      *Calcula los datos publicados del articulo leido y, si
      *cambiaron desde el ultimo envio, escribe su linea.
       publicar_articulo.
       add 1 to total_articulos.
       move codigo_articulo of RArticulo to codigo_publicado.
       move descripcion of RArticulo to descripcion_publicada.
       move codigo_familia of RArticulo to familia_publicada.
       move precio_venta of RArticulo to precio_publicado.
       compute precio_iva_publicado rounded =
           precio_venta of RArticulo
           * (100 + tasa_iva of RArticulo) / 100.
       perform comprobar_kit.
       if es_kit = 1
           perform calcular_disponible_kit
           move disponible_kit to disponible_calculado
       else
           perform calcular_disponible
       end-if.
       if disponible_calculado < 0
           move 0 to disponible_publicado
       else
           move disponible_calculado to disponible_publicado
       end-if.
       move codigo_publicado to cwe_codigo_articulo.
       read catalogo_web_enviado
         key is cwe_codigo_articulo
         invalid key
           move "A" to accion_catalogo
           perform anotar_enviado
           write RCatalogoWeb
         not invalid key
           if cwe_descripcion not = descripcion_publicada
              or cwe_codigo_familia not = familia_publicada
              or cwe_precio not = precio_publicado
              or cwe_precio_iva not = precio_iva_publicado
              or cwe_disponible not = disponible_publicado
               move "M" to accion_catalogo
               perform anotar_enviado
               rewrite RCatalogoWeb
           end-if
       end-read.

      *Anota en lo enviado los datos publicados y escribe la linea.
       anotar_enviado.
       move codigo_publicado to cwe_codigo_articulo.
       move descripcion_publicada to cwe_descripcion.
       move familia_publicada to cwe_codigo_familia.
       move precio_publicado to cwe_precio.
       move precio_iva_publicado to cwe_precio_iva.
       move disponible_publicado to cwe_disponible.
       move fecha_proceso to cwe_fecha.
       perform escribir_linea_catalogo.

      *Disponible del articulo en RArticulo: su stock (o el de los
      *almacenes publicados) menos lo reservado por pedidos.
       calcular_disponible.
       if num_almacenes_web = 0
           move stock_actual of RArticulo to base_disponible
       else
           move 0 to base_disponible
           perform varying idx_almacen from 1 by 1
             until idx_almacen > num_almacenes_web
               move codigo_articulo of RArticulo
                 to sa_codigo_articulo
               move almacen_web(idx_almacen) to sa_codigo_almacen
               read stock_almacen
                 key is sa_clave
                 invalid key
                   continue
                 not invalid key
                   add sa_stock to base_disponible
               end-read
           end-perform
       end-if.
       compute disponible_calculado =
           base_disponible - stock_reservado of RArticulo.

      *Mira si el articulo leido tiene algun componente.
       comprobar_kit.
       move 0 to es_kit.
       if kits_abiertos = 1
           move codigo_articulo of RArticulo to kit_codigo_articulo
           move low-values to kit_componente
           start kits
             key is not less than kit_clave
             invalid key
               continue
             not invalid key
               read kits next
                 at end
                   continue
                 not at end
                   if kit_codigo_articulo
                      = codigo_articulo of RArticulo
                       move 1 to es_kit
                   end-if
               end-read
           end-start
       end-if.

      *Kits que se pueden montar: el menor, entre sus componentes,
      *del disponible del componente entre las unidades que lleva
      *cada kit. Al terminar se vuelve a leer el kit para que el
      *recorrido del maestro siga tras el.
       calcular_disponible_kit.
       move codigo_articulo of RArticulo to articulo_kit.
       move -1 to disponible_kit.
       move articulo_kit to kit_codigo_articulo.
       move low-values to kit_componente.
       move 0 to fin_kit.
       start kits
         key is not less than kit_clave
         invalid key
           move 1 to fin_kit
       end-start.
       perform until fin_kit = 1
         read kits next
           at end
             move 1 to fin_kit
           not at end
             if kit_codigo_articulo not = articulo_kit
                 move 1 to fin_kit
             else
                 perform acotar_componente_kit
             end-if
         end-read
       end-perform.
       if disponible_kit < 0
           move 0 to disponible_kit
       end-if.
       move articulo_kit to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           move 1 to fin_articulos
       end-read.

      *Limita los kits montables con el componente leido.
       acotar_componente_kit.
       move kit_componente to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           move 0 to disponible_kit
         not invalid key
           perform calcular_disponible
           move 0 to kits_componente
           if disponible_calculado > 0 and kit_unidades > 0
               divide disponible_calculado by kit_unidades
                 giving kits_componente
           end-if
           if disponible_kit < 0
              or kits_componente < disponible_kit
               move kits_componente to disponible_kit
           end-if
       end-read.

      *Los articulos enviados que ya no estan en el maestro salen
      *como baja y se quitan de lo enviado.
       enviar_bajas.
       move low-values to cwe_codigo_articulo.
       move 0 to fin_catalogo.
       start catalogo_web_enviado
         key is not less than cwe_codigo_articulo
         invalid key
           move 1 to fin_catalogo
       end-start.
       perform until fin_catalogo = 1
         read catalogo_web_enviado next
           at end
             move 1 to fin_catalogo
           not at end
             move cwe_codigo_articulo to codigo_articulo of RArticulo
             read articulos
               key is codigo_articulo of RArticulo
               invalid key
                 move "B" to accion_catalogo
                 move cwe_codigo_articulo to codigo_publicado
                 move cwe_descripcion to descripcion_publicada
                 move cwe_codigo_familia to familia_publicada
                 move cwe_precio to precio_publicado
                 move cwe_precio_iva to precio_iva_publicado
                 move 0 to disponible_publicado
                 perform escribir_linea_catalogo
                 delete catalogo_web_enviado record
             end-read
         end-read
       end-perform.

      *Linea del catalogo del articulo publicado.
       escribir_linea_catalogo.
       add 1 to total_enviados.
       move precio_publicado to precio_edit.
       move precio_iva_publicado to precio_iva_edit.
       move spaces to registro_salida_catalogo.
       string accion_catalogo delimited by size
              "," delimited by size
              codigo_publicado delimited by size
              "," delimited by size
              descripcion_publicada delimited by size
              "," delimited by size
              familia_publicada delimited by size
              "," delimited by size
              precio_edit delimited by size
              "," delimited by size
              precio_iva_edit delimited by size
              "," delimited by size
              disponible_publicado delimited by size
         into registro_salida_catalogo
       end-string.
       write registro_salida_catalogo.

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
