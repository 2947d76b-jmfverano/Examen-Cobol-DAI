       program-id. informe_liquidacion as "informe_liquidacion".

       environment division.
       configuration section.
       input-output section.
      *Utiliza las librerias del control de ficheros.
       copy "file_control.cpy".
      *Utiliza el control del fichero maestro de articulos.
       copy "file_control_articulos.cpy".
      *Utiliza el control del fichero de lineas adicionales de
      *articulo por venta.
       copy "file_control_detalle.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_venta.cpy".
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_articulo.cpy".
      *Utiliza la estructura del fichero de lineas adicionales de
      *articulo por venta.
       copy "estructura_detalle.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
       working-storage section.
       77 continuar pic x.
       77 fin_articulos pic 9 value 0.
       77 fin_ventas pic 9 value 0.
       77 fin_detalle pic 9 value 0.
       77 num_liquidacion pic 9(7) value 0.
       77 linea_actual pic 99 value 3.
       77 contador_pagina pic 99 value 0.
       77 max_por_pagina pic 99 value 10.
       77 wk_codigo pic x(4).
       77 wk_descripcion pic x(20).
       77 wk_stock pic 9(7).
       77 wk_valor pic 9(13)v99.
       77 wk_descuento pic 9(3) value 0.
       77 wk_precio_sugerido pic 9(7)v99 value 0.
       77 wk_ultima_venta pic 9(8) value 0.
       77 edad_venta pic s9(7) value 0.
       77 total_coste_liquidacion pic 9(13)v99 value 0.
       77 total_sugerido_liquidacion pic 9(13)v99 value 0.
       77 articulo_en_busca pic x(4).
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-detalle pic xx value spaces.
       01 fecha_hoy pic 9(8) value 0.
       01 fecha_hoy_det redefines fecha_hoy.
          02 hoy_anio pic 9(4).
          02 hoy_mes  pic 99.
          02 hoy_dia  pic 99.
       01 fecha_ultima_aux pic 9(8) value 0.
       01 fecha_ultima_det redefines fecha_ultima_aux.
          02 ult_anio pic 9(4).
          02 ult_mes  pic 99.
          02 ult_dia  pic 99.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
       linkage section.
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
       SCREEN SECTION.
      *Utilizara la pantalla de marcos definida en la librería.
       copy "p_marcos.cpy".
      *Pantalla que indica el error en la operacion.
       copy "p_error_operacion.cpy".
      *Cabecera del informe de liquidacion de fin de serie.
       copy "p_titulo_liquidacion.cpy".
      *Una linea del informe de liquidacion de fin de serie.
       copy "p_linea_liquidacion.cpy".
      *Totales del informe de liquidacion de fin de serie.
       copy "p_total_liquidacion.cpy".
      *Muestra al final de la pantalla un linea indicando que continue.
       copy "p_continuar.cpy".
       procedure division using sesion-expirada-llamada.
       perform leer_parametros.
       if parametros_leidos = 1
           if par_max_pagina_stock not = 0
               move par_max_pagina_stock to max_por_pagina
           end-if
       end-if.
      *Lista los articulos de fin de serie que aun tienen stock, con
      *el valor a coste que queda por vender y una rebaja sugerida
      *para liquidarlo, mayor cuanto mas tiempo lleva sin venderse.
       move 0 to sesion-expirada-llamada.
       accept fecha_hoy from DATE YYYYMMDD.
      *El maestro de articulos se abre sin clausula de estado, como
      *en el resto de la aplicacion.
       open input articulos.
       open input ventas.
       open input ventas_detalle.
       display PantallaMarco.
       display p_titulo_liquidacion.
       move 3 to linea_actual.
       perform recorrer_articulos_fin_serie.
       close ventas.
       close ventas_detalle.
       close articulos.
       if num_liquidacion = 0
           move spaces to ws-estado-fichero
           move "Sin articulos de fin de serie con stock."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
       else
           display p_total_liquidacion
       end-if.
       display p_continuar.
       accept continuar.
       exit program.

      *Recorre el maestro evaluando cada articulo de fin de serie
      *con stock.
       recorrer_articulos_fin_serie.
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
             if articulo_de_stock of RArticulo
                and articulo_fin_serie of RArticulo
                and stock_actual of RArticulo > 0
                 perform evaluar_articulo_liquidacion
             end-if
         end-read
       end-perform.

      *Busca la ultima venta del articulo (linea principal por la
      *clave alternativa y lineas adicionales por barrido) y fija la
      *rebaja por los dias que lleva sin venderse: hasta 90 dias un
      *10%, hasta 180 un 25%, hasta un anio un 40% y, con mas de un
      *anio o sin ninguna venta, un 50%. Mientras el articulo aun se
      *mueve (menos de un anio) el precio sugerido no baja del coste
      *medio; pasado el anio se liquida aunque sea con perdida.
       evaluar_articulo_liquidacion.
       move codigo_articulo of RArticulo to articulo_en_busca.
       move 0 to wk_ultima_venta.
       perform buscar_ultima_venta_cabecera.
       perform buscar_ultima_venta_detalle.
       if wk_ultima_venta = 0
           move 99999 to edad_venta
       else
           move wk_ultima_venta to fecha_ultima_aux
           compute edad_venta =
               (hoy_anio - ult_anio) * 360
               + (hoy_mes - ult_mes) * 30
               + (hoy_dia - ult_dia)
       end-if.
       evaluate true
         when edad_venta not > 90
           move 10 to wk_descuento
         when edad_venta not > 180
           move 25 to wk_descuento
         when edad_venta not > 360
           move 40 to wk_descuento
         when other
           move 50 to wk_descuento
       end-evaluate.
       compute wk_precio_sugerido rounded =
           precio_venta of RArticulo * (100 - wk_descuento) / 100.
       if edad_venta not > 360
          and wk_precio_sugerido < coste_medio of RArticulo
           if coste_medio of RArticulo < precio_venta of RArticulo
               move coste_medio of RArticulo to wk_precio_sugerido
           else
               move precio_venta of RArticulo to wk_precio_sugerido
           end-if
           if precio_venta of RArticulo > 0
               compute wk_descuento =
                   (precio_venta of RArticulo - wk_precio_sugerido)
                   * 100 / precio_venta of RArticulo
           end-if
       end-if.
       perform mostrar_articulo_liquidacion.

      *Ultima fecha del articulo como linea principal de venta.
       buscar_ultima_venta_cabecera.
       move articulo_en_busca to codigo_articulo of articulo.
       move 0 to fin_ventas.
       start ventas
         key is = codigo_articulo of articulo
         invalid key
           move 1 to fin_ventas
       end-start.
       perform until fin_ventas = 1
         read ventas next
           at end
             move 1 to fin_ventas
           not at end
             if codigo_articulo of articulo not = articulo_en_busca
                 move 1 to fin_ventas
             else
                 if fecha > wk_ultima_venta
                     move fecha to wk_ultima_venta
                 end-if
             end-if
         end-read
       end-perform.

      *Ultima fecha del articulo como linea adicional: se recorre el
      *fichero de detalle y se recupera la fecha de la venta duena
      *de cada linea que lo nombra.
       buscar_ultima_venta_detalle.
       move low-values to det_clave_venta.
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
             if det_codigo_articulo = articulo_en_busca
                 move det_codigo_venta to codigo_venta
                 read ventas
                   key is codigo_venta
                   invalid key
                     continue
                   not invalid key
                     if fecha > wk_ultima_venta
                         move fecha to wk_ultima_venta
                     end-if
                 end-read
             end-if
         end-read
       end-perform.

      *Muestra la linea del articulo en liquidacion, acumula los
      *totales y pagina.
       mostrar_articulo_liquidacion.
       add 1 to num_liquidacion.
       move codigo_articulo of RArticulo to wk_codigo.
       move descripcion of RArticulo to wk_descripcion.
       move stock_actual of RArticulo to wk_stock.
       compute wk_valor =
           stock_actual of RArticulo * coste_medio of RArticulo.
       add wk_valor to total_coste_liquidacion.
       compute total_sugerido_liquidacion =
           total_sugerido_liquidacion
           + stock_actual of RArticulo * wk_precio_sugerido.
       display p_linea_liquidacion.
       add 1 to linea_actual.
       add 1 to contador_pagina.
       if contador_pagina = max_por_pagina
           display p_continuar
           accept continuar
           move 0 to contador_pagina
           display PantallaMarco
           display p_titulo_liquidacion
           move 3 to linea_actual
       end-if.

      *Traduce el codigo de estado del fichero a una descripcion.
       copy "parrafo_estado_fichero.cpy".

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".
