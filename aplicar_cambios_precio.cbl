       program-id. aplicar_cambios_precio as "aplicar_cambios_precio".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero de cambios de precio
      *programados y de su contador.
       copy "file_control_cambios_precio.cpy".
      *Utiliza el control del fichero maestro de articulos.
       copy "file_control_articulos.cpy".
      *Utiliza el control del fichero historico de precios.
       copy "file_control_historico_precios.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
       data division.
       file section.
      *Utiliza la estructura del fichero de cambios de precio
      *programados y de su contador.
       copy "estructura_cambio_precio.cpy".
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_articulo.cpy".
      *Utiliza la estructura del fichero historico de precios.
       copy "estructura_historico_precio.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "aplicar_cambios_precio".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-cambios-precio pic xx value spaces.
       77 ws-estado-contador-cpr pic xx value spaces.
       77 fin_cambios pic 9 value 0.
       77 fin_articulos pic 9 value 0.
       77 fecha_proceso pic 9(8) value 0.
      *Cambios aplicados en esta ejecucion y articulos tocados.
       77 total_cambios_aplicados pic 9(7) value 0.
       77 total_articulos_cambiados pic 9(7) value 0.
       77 articulos_del_cambio pic 9(5) value 0.
       77 precio_calculado pic 9(7)v99 value 0.
      *Campos del historico de precios.
       copy "ws_historico_precio.cpy".

       procedure division.
       perform iniciar_bitacora.
      *Paso nocturno de la cadena: aplica los cambios de precio
      *programados cuyo dia de efecto ha llegado, articulo por
      *articulo o a toda la familia, anota cada precio cambiado en
      *el historico a nombre de quien programo el cambio y deja el
      *cambio marcado como aplicado con la fecha y los articulos
      *que cambio. Un cambio atrasado (la cadena no corrio esa
      *noche) se aplica en la siguiente ejecucion.
       accept fecha_proceso from DATE YYYYMMDD.
       open i-o cambios_precio.
       if ws-estado-cambios-precio not = "00"
           display "No hay cambios de precio programados."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       open i-o articulos.
       move "aplicar_cambios_precio" to hist_programa.
       move 0 to cpr_numero.
       move 0 to fin_cambios.
       start cambios_precio
         key is not less than cpr_numero
         invalid key
           move 1 to fin_cambios
       end-start.
       perform until fin_cambios = 1
         read cambios_precio next
           at end
             move 1 to fin_cambios
           not at end
             if cambio_pendiente
                and cpr_fecha_efecto not > fecha_proceso
                 perform aplicar_cambio
             end-if
         end-read
       end-perform.
       close cambios_precio.
       close articulos.
       display "Cambios de precio aplicados: " total_cambios_aplicados.
       display "Articulos con precio nuevo: "
           total_articulos_cambiados.
       move total_cambios_aplicados to bit_contador_1.
       move total_articulos_cambiados to bit_contador_2.
       if total_cambios_aplicados = 0
           move "SINDATOS" to bit_resultado
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Aplica un cambio vencido a su articulo o a los articulos de
      *su familia y lo marca como aplicado.
       aplicar_cambio.
       move 0 to articulos_del_cambio.
       move cpr_usuario to hist_usuario.
       move cpr_numero to hist_cambio_programado.
       if cambio_de_articulo
           move cpr_codigo to codigo_articulo of RArticulo
           read articulos
             key is codigo_articulo of RArticulo
             invalid key
               continue
             not invalid key
               perform cambiar_precio_articulo
           end-read
       else
           move low-values to codigo_articulo of RArticulo
           move 0 to fin_articulos
           start articulos
             key is not less than codigo_articulo of RArticulo
             invalid key
               move 1 to fin_articulos
           end-start
           perform until fin_articulos = 1
             read articulos next
               at end
                 move 1 to fin_articulos
               not at end
                 if codigo_familia of RArticulo = cpr_codigo(1:2)
                     perform cambiar_precio_articulo
                 end-if
             end-read
           end-perform
       end-if.
       set cambio_aplicado to true.
       move fecha_proceso to cpr_fecha_aplicado.
       move articulos_del_cambio to cpr_articulos_cambiados.
       rewrite RCambioPrecio
         invalid key
           display "No se pudo marcar el cambio " cpr_numero
       end-rewrite.
       add 1 to total_cambios_aplicados.

      *Calcula el precio nuevo del articulo leido, lo regraba y lo
      *anota en el historico. El porcentaje se aplica sobre el
      *precio vigente en el momento de aplicarlo.
       cambiar_precio_articulo.
       if cambio_precio_absoluto
           move cpr_precio_nuevo to precio_calculado
       else
           compute precio_calculado rounded =
               precio_venta of RArticulo
               * (1 + cpr_porcentaje / 100)
             on size error
               move precio_venta of RArticulo to precio_calculado
           end-compute
       end-if.
       if precio_calculado not = precio_venta of RArticulo
           move codigo_articulo of RArticulo to hist_articulo
           move precio_venta of RArticulo to hist_precio_anterior
           move precio_calculado to hist_precio_nuevo
           move coste_medio of RArticulo to hist_coste_anterior
           move coste_medio of RArticulo to hist_coste_nuevo
           move precio_calculado to precio_venta of RArticulo
           rewrite RArticulo
             invalid key
               display "No se pudo cambiar el precio de "
                   codigo_articulo of RArticulo
             not invalid key
               add 1 to articulos_del_cambio
               add 1 to total_articulos_cambiados
               perform grabar_historico_precio
           end-rewrite
       end-if.

      *Anota en el historico los cambios de precio y coste.
       copy "parrafo_historico_precio.cpy".

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
