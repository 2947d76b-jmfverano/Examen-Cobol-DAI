       program-id. convertir_codigo_venta as "convertir_codigo_venta".

       environment division.
       configuration section.
       input-output section.
      *Utiliza las librerias del control de ficheros.
       copy "file_control.cpy".
      *Utiliza el control del fichero de lineas adicionales de
      *articulo por venta.
       copy "file_control_detalle.cpy".
      *Utiliza el control del fichero de cobros.
       copy "file_control_cobros.cpy".
      *Utiliza el control del fichero de devoluciones.
       copy "file_control_devoluciones.cpy".
      *Utiliza el control del fichero de numeros de serie.
       copy "file_control_series.cpy".
      *Utiliza el control del fichero de mermas.
       copy "file_control_mermas.cpy".
      *Utiliza el control del fichero de pendientes de servir.
       copy "file_control_backorders.cpy".
      *Utiliza el control del registro de albaranes.
       copy "file_control_registro_albaranes.cpy".
      *Utiliza el control del fichero de anticipos.
       copy "file_control_anticipos.cpy".
      *Utiliza el control del fichero de pedidos pendientes.
       copy "file_control_pedidos.cpy".
      *Utiliza el control del fichero de presupuestos.
       copy "file_control_presupuestos.cpy".
      *Utiliza el control del fichero de ordenes de taller.
       copy "file_control_taller.cpy".
      *Utiliza el control de los ficheros historicos.
       copy "file_control_historico.cpy".
      *Utiliza el control del fichero de ventas dadas de baja.
       copy "file_control_venta_baja.cpy".
      *Utiliza el control del fichero con el ultimo codigo de venta.
       copy "file_control_contador_venta.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Copias de los ficheros con el codigo de venta de cuatro
      *posiciones. Se guardan antes de convertir, se leen para
      *convertir y se conservan despues como respaldo; el nombre
      *real lo monta montar_nombres_conversion.
       select ventas_cod4
           assign to ".\microelectronica_cod4.dat"
           organization is indexed
           access mode is sequential
           record key is c4_venta_codigo
           alternate record key is c4_venta_fecha
           with duplicates
           alternate record key is c4_venta_agente
           with duplicates
           alternate record key is c4_venta_cliente
           with duplicates
           alternate record key is c4_venta_articulo
           with duplicates
           file status is ws-estado-anterior.
       select detalle_cod4
           assign to ".\ventas_detalle_cod4.dat"
           organization is indexed
           access mode is sequential
           record key is c4_detalle_clave
           file status is ws-estado-anterior.
       select cobros_cod4
           assign to ".\cobros_cod4.dat"
           organization is indexed
           access mode is sequential
           record key is c4_cobro_clave
           file status is ws-estado-anterior.
       select devoluciones_cod4
           assign to ".\devoluciones_cod4.dat"
           organization is indexed
           access mode is sequential
           record key is c4_devolucion_clave
           file status is ws-estado-anterior.
       select series_cod4
           assign to ".\series_cod4.dat"
           organization is indexed
           access mode is sequential
           record key is c4_serie_numero
           alternate record key is c4_serie_articulo
           with duplicates
           file status is ws-estado-anterior.
       select mermas_cod4
           assign to ".\mermas_cod4.dat"
           organization is indexed
           access mode is sequential
           record key is c4_merma_clave
           file status is ws-estado-anterior.
       select pendientes_cod4
           assign to ".\pendientes_servir_cod4.dat"
           organization is indexed
           access mode is sequential
           record key is c4_pendiente_clave
           file status is ws-estado-anterior.
       select albaranes_cod4
           assign to ".\albaranes_registro_cod4.dat"
           organization is indexed
           access mode is sequential
           record key is c4_albaran_numero
           alternate record key is c4_albaran_venta
           with duplicates
           file status is ws-estado-anterior.
       select anticipos_cod4
           assign to ".\anticipos_cod4.dat"
           organization is indexed
           access mode is sequential
           record key is c4_anticipo_clave
           file status is ws-estado-anterior.
       select pedidos_cod4
           assign to ".\pedidos_pendientes_cod4.dat"
           organization is indexed
           access mode is sequential
           record key is c4_pedido_numero
           file status is ws-estado-anterior.
       select presupuestos_cod4
           assign to ".\presupuestos_cod4.dat"
           organization is indexed
           access mode is sequential
           record key is c4_presupuesto_codigo
           file status is ws-estado-anterior.
       select taller_cod4
           assign to ".\ordenes_taller_cod4.dat"
           organization is indexed
           access mode is sequential
           record key is c4_orden_numero
           file status is ws-estado-anterior.
       select historico_cod4
           assign to ".\ventas_historico_cod4.dat"
           organization is sequential
           file status is ws-estado-anterior.
       select det_historico_cod4
           assign to ".\ventas_detalle_historico_cod4.dat"
           organization is sequential
           file status is ws-estado-anterior.
       select bajas_cod4
           assign to ".\ventas_baja_cod4.dat"
           organization is sequential
           file status is ws-estado-anterior.
      *Ficheros de texto separados por comas (contador, kardex,
      *auditoria, reversion diaria y los de la exportacion contable):
      *la copia guardada y el fichero vivo que se reescribe.
       select texto_cod4
           assign to ".\texto_cod4.dat"
           organization is line sequential
           file status is ws-estado-anterior.
       select texto_nuevo
           assign to ".\texto.dat"
           organization is line sequential
           file status is ws-estado-texto.
      *Informe de la conversion con los recuentos y totales de
      *control de cada fichero antes y despues.
       select informe_conversion
           assign to ".\conversion_codigo_venta.txt"
           organization is line sequential
           file status is ws-estado-informe.
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_venta.cpy".
      *Utiliza la estructura del fichero de lineas adicionales de
      *articulo por venta.
       copy "estructura_detalle.cpy".
      *Utiliza la estructura del fichero de cobros.
       copy "estructura_cobros.cpy".
      *Utiliza la estructura del fichero de devoluciones.
       copy "estructura_devoluciones.cpy".
      *Utiliza la estructura del fichero de numeros de serie.
       copy "estructura_serie.cpy".
      *Utiliza la estructura del fichero de mermas.
       copy "estructura_merma.cpy".
      *Utiliza la estructura del fichero de pendientes de servir.
       copy "estructura_backorder.cpy".
      *Utiliza la estructura del registro de albaranes.
       copy "estructura_registro_albaran.cpy".
      *Utiliza la estructura del fichero de anticipos.
       copy "estructura_anticipo.cpy".
      *Utiliza la estructura del fichero de pedidos pendientes.
       copy "estructura_pedido.cpy".
      *Utiliza la estructura del fichero de presupuestos.
       copy "estructura_presupuesto.cpy".
      *Utiliza la estructura del fichero de ordenes de taller.
       copy "estructura_taller.cpy".
      *Utiliza la estructura de los ficheros historicos.
       copy "estructura_historico.cpy".
      *Utiliza la estructura del fichero de ventas dadas de baja.
       copy "estructura_venta_baja.cpy".
      *Utiliza la estructura del fichero con el ultimo codigo de venta.
       copy "estructura_contador_venta.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
      *Registros con el codigo de venta de cuatro posiciones, con la
      *longitud que tenian antes de ampliarlo. Solo se describen las
      *claves, en la misma posicion y longitud que tenian; el resto
      *se trata como una imagen. Los campos que los registros han
      *ganado desde entonces van todos al final.
       fd ventas_cod4
         value of file-id is nombre_anterior.
       01 RVentaCod4.
          02 c4_venta_codigo   pic x(4).
          02 c4_venta_fecha    pic x(8).
          02 c4_venta_agente   pic x(2).
          02 filler            pic x(30).
          02 c4_venta_cliente  pic x(4).
          02 filler            pic x(34).
          02 c4_venta_articulo pic x(4).
          02 filler            pic x(70).
       fd detalle_cod4
         value of file-id is nombre_anterior.
       01 RDetalleCod4.
          02 c4_detalle_clave pic x(7).
          02 filler           pic x(51).
       fd cobros_cod4
         value of file-id is nombre_anterior.
       01 RCobroCod4.
          02 c4_cobro_clave pic x(7).
          02 filler         pic x(21).
       fd devoluciones_cod4
         value of file-id is nombre_anterior.
       01 RDevolucionCod4.
          02 c4_devolucion_clave pic x(7).
          02 filler              pic x(50).
       fd series_cod4
         value of file-id is nombre_anterior.
       01 RSerieCod4.
          02 c4_serie_numero   pic x(20).
          02 c4_serie_articulo pic x(4).
          02 filler            pic x(27).
       fd mermas_cod4
         value of file-id is nombre_anterior.
       01 RMermaCod4.
          02 c4_merma_clave pic x(7).
          02 filler         pic x(26).
       fd pendientes_cod4
         value of file-id is nombre_anterior.
       01 RPendienteCod4.
          02 c4_pendiente_clave pic x(10).
          02 filler             pic x(22).
       fd albaranes_cod4
         value of file-id is nombre_anterior.
       01 RAlbaranCod4.
          02 c4_albaran_numero pic x(6).
          02 c4_albaran_venta  pic x(4).
          02 filler            pic x(57).
       fd anticipos_cod4
         value of file-id is nombre_anterior.
       01 RAnticipoCod4.
          02 c4_anticipo_clave pic x(7).
          02 filler            pic x(24).
       fd pedidos_cod4
         value of file-id is nombre_anterior.
       01 RPedidoCod4.
          02 c4_pedido_numero pic x(6).
          02 filler           pic x(28).
       fd presupuestos_cod4
         value of file-id is nombre_anterior.
       01 RPresupuestoCod4.
          02 c4_presupuesto_codigo pic x(4).
          02 filler                pic x(125).
       fd taller_cod4
         value of file-id is nombre_anterior.
       01 ROrdenTallerCod4.
          02 c4_orden_numero pic x(6).
          02 filler          pic x(90).
       fd historico_cod4
         value of file-id is nombre_anterior.
       01 RHistoricoCod4 pic x(156).
       fd det_historico_cod4
         value of file-id is nombre_anterior.
       01 RDetalleHistoricoCod4 pic x(58).
       fd bajas_cod4
         value of file-id is nombre_anterior.
       01 RVentaBajaCod4 pic x(177).
       fd texto_cod4
         value of file-id is nombre_anterior.
       01 registro_texto_cod4 pic x(200).
       fd texto_nuevo
         value of file-id is nombre_vivo.
       01 registro_texto_nuevo pic x(200).
       fd informe_conversion
         value of file-id is ".\conversion_codigo_venta.txt".
       01 registro_informe_conversion pic x(132).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "convertir_codigo_venta".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
      *Estados de los ficheros que se convierten.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-estado-detalle pic xx value spaces.
       77 ws-estado-cobros pic xx value spaces.
       77 ws-estado-devol pic xx value spaces.
       77 ws-estado-series pic xx value spaces.
       77 ws-estado-mermas pic xx value spaces.
       77 ws-estado-pendientes pic xx value spaces.
       77 ws-estado-contador-psv pic xx value spaces.
       77 ws-estado-reg-albaranes pic xx value spaces.
       77 ws-estado-anticipos pic xx value spaces.
       77 ws-estado-ped-entrada pic xx value spaces.
       77 ws-estado-pedidos pic xx value spaces.
       77 ws-estado-contador-ped pic xx value spaces.
       77 ws-estado-presupuestos pic xx value spaces.
       77 ws-estado-pres-detalle pic xx value spaces.
       77 ws-estado-contador-pres pic xx value spaces.
       77 ws-estado-taller pic xx value spaces.
       77 ws-estado-taller-piezas pic xx value spaces.
       77 ws-estado-taller-tiempos pic xx value spaces.
       77 ws-estado-contador-ot pic xx value spaces.
       77 ws-estado-historico pic xx value spaces.
       77 ws-estado-det-historico pic xx value spaces.
       77 ws-estado-contador pic xx value spaces.
       77 ws-estado-anterior pic xx value spaces.
       77 ws-estado-texto pic xx value spaces.
       77 ws-estado-informe pic xx value spaces.
      *Nombres del fichero en curso: el vivo y su copia guardada.
       77 base_conversion pic x(24) value spaces.
       77 extension_conversion pic x(4) value spaces.
       77 longitud_base pic 99 value 0.
       77 nombre_vivo pic x(40) value spaces.
       77 nombre_anterior pic x(40) value spaces.
       77 resultado_copia pic 9(8) comp-5 value 0.
       77 fichero_disponible pic 9 value 0.
       77 fin_lectura pic 9 value 0.
      *Recuentos y totales de control del fichero en curso: numero
      *de registros, suma de los codigos numericos y numero de
      *codigos no numericos, leidos antes y despues de convertir.
       77 registros_antes pic 9(9) value 0.
       77 registros_despues pic 9(9) value 0.
       77 suma_antes pic 9(15) value 0.
       77 suma_despues pic 9(15) value 0.
       77 no_numericos_antes pic 9(9) value 0.
       77 no_numericos_despues pic 9(9) value 0.
       77 errores_fichero pic 9(7) value 0.
       77 estado_conversion pic x(12) value spaces.
      *Totales de la ejecucion.
       77 ficheros_convertidos pic 9(3) value 0.
       77 ficheros_erroneos pic 9(3) value 0.
       77 registros_convertidos pic 9(9) value 0.
      *Imagen del registro antes y despues de ampliar los codigos:
      *longitud antigua y posicion antigua de cada codigo de venta
      *que lleva el registro.
       01 imagen_anterior pic x(200) value spaces.
       01 imagen_nueva pic x(200) value spaces.
       77 longitud_anterior pic 9(3) value 0.
       77 numero_codigos pic 9 value 1.
       01 tabla_posiciones.
          02 posicion_codigo pic 9(3) occurs 2 times.
       77 indice_codigo pic 9 value 0.
       77 origen_imagen pic 9(3) value 0.
       77 destino_imagen pic 9(3) value 0.
       77 tramo_imagen pic 9(3) value 0.
       77 posicion_nueva pic 9(3) value 0.
      *Codigo de cuatro posiciones y su version de ocho: el numerico
      *se rellena con ceros por la izquierda y conserva su numero.
       01 codigo_anterior pic x(4) value spaces.
       01 codigo_anterior_num redefines codigo_anterior pic 9(4).
       01 codigo_nuevo pic x(8) value spaces.
       01 codigo_nuevo_num redefines codigo_nuevo pic 9(8).
      *Campo del codigo en los ficheros de texto separados por comas.
       01 linea_texto pic x(200) value spaces.
       01 linea_convertida pic x(200) value spaces.
       77 campo_codigo pic 99 value 0.
       77 campo_actual pic 99 value 0.
       77 posicion_campo pic 9(3) value 0.
       77 indice_texto pic 9(3) value 0.
       77 fin_campo pic x value space.

       procedure division.
       perform iniciar_bitacora.
      *Amplia el codigo de venta de cuatro a ocho posiciones en todos
      *los ficheros que lo guardan. Cada fichero vivo se copia antes
      *a <nombre>_cod4 y se reescribe desde esa copia, que se
      *conserva; si la copia ya existe de una ejecucion anterior se
      *vuelve a partir de ella, de modo que repetir el proceso no
      *amplia dos veces. Los codigos numericos se rellenan con ceros
      *por la izquierda ("0123" pasa a "00000123"), asi que cada
      *venta conserva su numero y el orden de las claves. De cada
      *fichero se cuentan los registros, se suman los codigos
      *numericos y se cuentan los no numericos antes y despues, y
      *cualquier diferencia se da como error. Se lanza con la
      *aplicacion parada y despues de respaldo_conjunto: las
      *generaciones de respaldo anteriores guardan el formato viejo.
      *Los registros salen ya con su disposicion actual: los campos
      *que han ganado al final quedan en blanco o a cero. Los
      *ficheros que nacieron con el codigo ya ampliado (impagados,
      *prestamos, recibos devueltos, registro de facturacion, saldos
      *a favor y vencimientos) no se tocan.
       open output informe_conversion.
       move spaces to registro_informe_conversion.
       string "FICHERO,ESTADO,REGISTROS ANTES,REGISTROS DESPUES,"
              delimited by size
              "SUMA ANTES,SUMA DESPUES,NO NUMERICOS ANTES,"
              delimited by size
              "NO NUMERICOS DESPUES,ERRORES" delimited by size
         into registro_informe_conversion
       end-string.
       write registro_informe_conversion.
       perform convertir_ventas.
       perform convertir_detalle.
       perform convertir_cobros.
       perform convertir_devoluciones.
       perform convertir_series.
       perform convertir_mermas.
       perform convertir_pendientes.
       perform convertir_albaranes.
       perform convertir_anticipos.
       perform convertir_pedidos.
       perform convertir_presupuestos.
       perform convertir_taller.
       perform convertir_historico.
       perform convertir_detalle_historico.
       perform convertir_bajas.
      *Ficheros de texto: nombre y numero del campo del codigo.
       move "contador_venta" to base_conversion.
       move ".dat" to extension_conversion.
       move 1 to campo_codigo.
       perform convertir_fichero_texto.
       move "kardex" to base_conversion.
       move ".dat" to extension_conversion.
       move 7 to campo_codigo.
       perform convertir_fichero_texto.
       move "auditoria_operaciones" to base_conversion.
       move ".log" to extension_conversion.
       move 5 to campo_codigo.
       perform convertir_fichero_texto.
       move "reversion_diaria" to base_conversion.
       move ".dat" to extension_conversion.
       move 4 to campo_codigo.
       perform convertir_fichero_texto.
       move "anulaciones_contab" to base_conversion.
       move ".dat" to extension_conversion.
       move 1 to campo_codigo.
       perform convertir_fichero_texto.
       move "pendientes_reexportar" to base_conversion.
       move ".dat" to extension_conversion.
       move 1 to campo_codigo.
       perform convertir_fichero_texto.
       move "ultimo_exportado" to base_conversion.
       move ".dat" to extension_conversion.
       move 1 to campo_codigo.
       perform convertir_fichero_texto.
       move spaces to registro_informe_conversion.
       string "TOTAL,FICHEROS CONVERTIDOS," delimited by size
              ficheros_convertidos delimited by size
              ",CON ERROR," delimited by size
              ficheros_erroneos delimited by size
              ",REGISTROS," delimited by size
              registros_convertidos delimited by size
         into registro_informe_conversion
       end-string.
       write registro_informe_conversion.
       close informe_conversion.
       display "Ficheros convertidos: " ficheros_convertidos.
       display "Ficheros con error:   " ficheros_erroneos.
       display "Registros convertidos: " registros_convertidos.
       move ficheros_convertidos to bit_contador_1.
       move registros_convertidos to bit_contador_2.
       if ficheros_erroneos = 0
           move "OK" to bit_resultado
       else
           display "ERROR: revise conversion_codigo_venta.txt."
           move "ERROR" to bit_resultado
           move 8 to return-code
       end-if.
       perform grabar_bitacora.
       exit program.

      *Ventas: el codigo es la clave principal.
       convertir_ventas.
       move "microelectronica" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input ventas_cod4.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input ventas_cod4
       end-if.
       move 156 to longitud_anterior.
       move 1 to numero_codigos.
       move 1 to posicion_codigo(1).
       open output ventas.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read ventas_cod4 next
             at end
               move 1 to fin_lectura
             not at end
               move RVentaCod4 to imagen_anterior
               perform ampliar_imagen
               move imagen_nueva to RVenta
               move 0 to num_direccion_entrega
               write RVenta
                 invalid key
                   add 1 to errores_fichero
               end-write
           end-read
       end-perform.
       close ventas_cod4.
       close ventas.
       open input ventas.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read ventas next
             at end
               move 1 to fin_lectura
             not at end
               move RVenta to imagen_nueva
               perform sumar_codigos_nuevos
           end-read
       end-perform.
       close ventas.
       perform comprobar_totales_fichero.

      *Lineas adicionales de las ventas.
       convertir_detalle.
       move "ventas_detalle" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input detalle_cod4.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input detalle_cod4
       end-if.
       move 58 to longitud_anterior.
       move 1 to numero_codigos.
       move 1 to posicion_codigo(1).
       open output ventas_detalle.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read detalle_cod4 next
             at end
               move 1 to fin_lectura
             not at end
               move RDetalleCod4 to imagen_anterior
               perform ampliar_imagen
               move imagen_nueva to RVentaDetalle
               write RVentaDetalle
                 invalid key
                   add 1 to errores_fichero
               end-write
           end-read
       end-perform.
       close detalle_cod4.
       close ventas_detalle.
       open input ventas_detalle.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read ventas_detalle next
             at end
               move 1 to fin_lectura
             not at end
               move RVentaDetalle to imagen_nueva
               perform sumar_codigos_nuevos
           end-read
       end-perform.
       close ventas_detalle.
       perform comprobar_totales_fichero.

      *Cobros de las ventas.
       convertir_cobros.
       move "cobros" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input cobros_cod4.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input cobros_cod4
       end-if.
       move 28 to longitud_anterior.
       move 1 to numero_codigos.
       move 1 to posicion_codigo(1).
       open output cobros.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read cobros_cod4 next
             at end
               move 1 to fin_lectura
             not at end
               move RCobroCod4 to imagen_anterior
               perform ampliar_imagen
               move imagen_nueva to RCobro
      *        Los cobros anteriores no salian en la exportacion
      *        contable; se dan por contabilizados.
               move "S" to cob_contabilizado
               write RCobro
                 invalid key
                   add 1 to errores_fichero
               end-write
           end-read
       end-perform.
       close cobros_cod4.
       close cobros.
       open input cobros.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read cobros next
             at end
               move 1 to fin_lectura
             not at end
               move RCobro to imagen_nueva
               perform sumar_codigos_nuevos
           end-read
       end-perform.
       close cobros.
       perform comprobar_totales_fichero.

      *Devoluciones de clientes.
       convertir_devoluciones.
       move "devoluciones" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input devoluciones_cod4.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input devoluciones_cod4
       end-if.
       move 57 to longitud_anterior.
       move 1 to numero_codigos.
       move 1 to posicion_codigo(1).
       open output devoluciones.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read devoluciones_cod4 next
             at end
               move 1 to fin_lectura
             not at end
               move RDevolucionCod4 to imagen_anterior
               perform ampliar_imagen
               move imagen_nueva to RDevolucion
               write RDevolucion
                 invalid key
                   add 1 to errores_fichero
               end-write
           end-read
       end-perform.
       close devoluciones_cod4.
       close devoluciones.
       open input devoluciones.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read devoluciones next
             at end
               move 1 to fin_lectura
             not at end
               move RDevolucion to imagen_nueva
               perform sumar_codigos_nuevos
           end-read
       end-perform.
       close devoluciones.
       perform comprobar_totales_fichero.

      *Numeros de serie: el codigo es el de la venta que los saco.
       convertir_series.
       move "series" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input series_cod4.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input series_cod4
       end-if.
       move 51 to longitud_anterior.
       move 1 to numero_codigos.
       move 40 to posicion_codigo(1).
       open output series.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read series_cod4 next
             at end
               move 1 to fin_lectura
             not at end
               move RSerieCod4 to imagen_anterior
               perform ampliar_imagen
               move imagen_nueva to RSerie
               move 0 to ser_devolucion_prov
               move 0 to ser_prestamo
               write RSerie
                 invalid key
                   add 1 to errores_fichero
               end-write
           end-read
       end-perform.
       close series_cod4.
       close series.
       open input series.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read series next
             at end
               move 1 to fin_lectura
             not at end
               move RSerie to imagen_nueva
               perform sumar_codigos_nuevos
           end-read
       end-perform.
       close series.
       perform comprobar_totales_fichero.

      *Mermas anotadas contra una venta.
       convertir_mermas.
       move "mermas" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input mermas_cod4.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input mermas_cod4
       end-if.
       move 33 to longitud_anterior.
       move 1 to numero_codigos.
       move 1 to posicion_codigo(1).
       open output mermas.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read mermas_cod4 next
             at end
               move 1 to fin_lectura
             not at end
               move RMermaCod4 to imagen_anterior
               perform ampliar_imagen
               move imagen_nueva to RMerma
               move "S" to mer_contabilizada
               write RMerma
                 invalid key
                   add 1 to errores_fichero
               end-write
           end-read
       end-perform.
       close mermas_cod4.
       close mermas.
       open input mermas.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read mermas next
             at end
               move 1 to fin_lectura
             not at end
               move RMerma to imagen_nueva
               perform sumar_codigos_nuevos
           end-read
       end-perform.
       close mermas.
       perform comprobar_totales_fichero.

      *Unidades pendientes de servir de las ventas.
       convertir_pendientes.
       move "pendientes_servir" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input pendientes_cod4.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input pendientes_cod4
       end-if.
       move 32 to longitud_anterior.
       move 1 to numero_codigos.
       move 11 to posicion_codigo(1).
       open output pendientes_servir.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read pendientes_cod4 next
             at end
               move 1 to fin_lectura
             not at end
               move RPendienteCod4 to imagen_anterior
               perform ampliar_imagen
               move imagen_nueva to RPendienteServir
               write RPendienteServir
                 invalid key
                   add 1 to errores_fichero
               end-write
           end-read
       end-perform.
       close pendientes_cod4.
       close pendientes_servir.
       open input pendientes_servir.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read pendientes_servir next
             at end
               move 1 to fin_lectura
             not at end
               move RPendienteServir to imagen_nueva
               perform sumar_codigos_nuevos
           end-read
       end-perform.
       close pendientes_servir.
       perform comprobar_totales_fichero.

      *Registro de albaranes: el codigo es clave alternativa.
       convertir_albaranes.
       move "albaranes_registro" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input albaranes_cod4.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input albaranes_cod4
       end-if.
       move 67 to longitud_anterior.
       move 1 to numero_codigos.
       move 7 to posicion_codigo(1).
       open output registro_albaranes.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read albaranes_cod4 next
             at end
               move 1 to fin_lectura
             not at end
               move RAlbaranCod4 to imagen_anterior
               perform ampliar_imagen
               move imagen_nueva to RRegistroAlbaran
               move 0 to alb_direccion_entrega
               move 0 to alb_peso_envio
               move 0 to alb_coste_porte
               move 0 to alb_porte_cobrado
               write RRegistroAlbaran
                 invalid key
                   add 1 to errores_fichero
               end-write
           end-read
       end-perform.
       close albaranes_cod4.
       close registro_albaranes.
       open input registro_albaranes.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read registro_albaranes next
             at end
               move 1 to fin_lectura
             not at end
               move RRegistroAlbaran to imagen_nueva
               perform sumar_codigos_nuevos
           end-read
       end-perform.
       close registro_albaranes.
       perform comprobar_totales_fichero.

      *Anticipos de presupuestos aplicados a una venta.
       convertir_anticipos.
       move "anticipos" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input anticipos_cod4.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input anticipos_cod4
       end-if.
       move 31 to longitud_anterior.
       move 1 to numero_codigos.
       move 28 to posicion_codigo(1).
       open output anticipos.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read anticipos_cod4 next
             at end
               move 1 to fin_lectura
             not at end
               move RAnticipoCod4 to imagen_anterior
               perform ampliar_imagen
               move imagen_nueva to RAnticipo
               write RAnticipo
                 invalid key
                   add 1 to errores_fichero
               end-write
           end-read
       end-perform.
       close anticipos_cod4.
       close anticipos.
       open input anticipos.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read anticipos next
             at end
               move 1 to fin_lectura
             not at end
               move RAnticipo to imagen_nueva
               perform sumar_codigos_nuevos
           end-read
       end-perform.
       close anticipos.
       perform comprobar_totales_fichero.

      *Pedidos pendientes con la venta que generaron.
       convertir_pedidos.
       move "pedidos_pendientes" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input pedidos_cod4.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input pedidos_cod4
       end-if.
       move 34 to longitud_anterior.
       move 1 to numero_codigos.
       move 31 to posicion_codigo(1).
       open output pedidos.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read pedidos_cod4 next
             at end
               move 1 to fin_lectura
             not at end
               move RPedidoCod4 to imagen_anterior
               perform ampliar_imagen
               move imagen_nueva to RPedido
               move 0 to ped_direccion_entrega
               write RPedido
                 invalid key
                   add 1 to errores_fichero
               end-write
           end-read
       end-perform.
       close pedidos_cod4.
       close pedidos.
       open input pedidos.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read pedidos next
             at end
               move 1 to fin_lectura
             not at end
               move RPedido to imagen_nueva
               perform sumar_codigos_nuevos
           end-read
       end-perform.
       close pedidos.
       perform comprobar_totales_fichero.

      *Presupuestos con la venta en que se convirtieron.
       convertir_presupuestos.
       move "presupuestos" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input presupuestos_cod4.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input presupuestos_cod4
       end-if.
       move 129 to longitud_anterior.
       move 1 to numero_codigos.
       move 126 to posicion_codigo(1).
       open output presupuestos.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read presupuestos_cod4 next
             at end
               move 1 to fin_lectura
             not at end
               move RPresupuestoCod4 to imagen_anterior
               perform ampliar_imagen
               move imagen_nueva to RPresupuesto
               move 0 to pres_fecha_validez
               move 0 to pres_fecha_cierre
               write RPresupuesto
                 invalid key
                   add 1 to errores_fichero
               end-write
           end-read
       end-perform.
       close presupuestos_cod4.
       close presupuestos.
       open input presupuestos.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read presupuestos next
             at end
               move 1 to fin_lectura
             not at end
               move RPresupuesto to imagen_nueva
               perform sumar_codigos_nuevos
           end-read
       end-perform.
       close presupuestos.
       perform comprobar_totales_fichero.

      *Ordenes de taller: la venta generada. La venta original de
      *la garantia llega despues del codigo ampliado y queda en
      *blanco.
       convertir_taller.
       move "ordenes_taller" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input taller_cod4.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input taller_cod4
       end-if.
       move 96 to longitud_anterior.
       move 1 to numero_codigos.
       move 93 to posicion_codigo(1).
       open output ordenes_taller.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read taller_cod4 next
             at end
               move 1 to fin_lectura
             not at end
               move ROrdenTallerCod4 to imagen_anterior
               perform ampliar_imagen
               move imagen_nueva to ROrdenTaller
               move 0 to ot_tarifa
               write ROrdenTaller
                 invalid key
                   add 1 to errores_fichero
               end-write
           end-read
       end-perform.
       close taller_cod4.
       close ordenes_taller.
       open input ordenes_taller.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read ordenes_taller next
             at end
               move 1 to fin_lectura
             not at end
               move ROrdenTaller to imagen_nueva
               perform sumar_codigos_nuevos
           end-read
       end-perform.
       close ordenes_taller.
       perform comprobar_totales_fichero.

      *Historico de ventas cerradas.
       convertir_historico.
       move "ventas_historico" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input historico_cod4.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input historico_cod4
       end-if.
       move 156 to longitud_anterior.
       move 1 to numero_codigos.
       move 1 to posicion_codigo(1).
       open output ventas_historico.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read historico_cod4
             at end
               move 1 to fin_lectura
             not at end
               move RHistoricoCod4 to imagen_anterior
               perform ampliar_imagen
      *        La direccion de entrega, ultimo campo de la venta,
      *        queda a cero.
               move zeros to imagen_nueva(161:2)
               move imagen_nueva to registro_venta_historico
               write registro_venta_historico
           end-read
       end-perform.
       close historico_cod4.
       close ventas_historico.
       open input ventas_historico.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read ventas_historico
             at end
               move 1 to fin_lectura
             not at end
               move registro_venta_historico to imagen_nueva
               perform sumar_codigos_nuevos
           end-read
       end-perform.
       close ventas_historico.
       perform comprobar_totales_fichero.

      *Historico de las lineas adicionales de las ventas cerradas.
       convertir_detalle_historico.
       move "ventas_detalle_historico" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input det_historico_cod4.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input det_historico_cod4
       end-if.
       move 58 to longitud_anterior.
       move 1 to numero_codigos.
       move 1 to posicion_codigo(1).
       open output ventas_detalle_historico.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read det_historico_cod4
             at end
               move 1 to fin_lectura
             not at end
               move RDetalleHistoricoCod4 to imagen_anterior
               perform ampliar_imagen
               move imagen_nueva to registro_detalle_historico
               write registro_detalle_historico
           end-read
       end-perform.
       close det_historico_cod4.
       close ventas_detalle_historico.
       open input ventas_detalle_historico.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read ventas_detalle_historico
             at end
               move 1 to fin_lectura
             not at end
               move registro_detalle_historico to imagen_nueva
               perform sumar_codigos_nuevos
           end-read
       end-perform.
       close ventas_detalle_historico.
       perform comprobar_totales_fichero.

      *Ventas dadas de baja: la imagen de la venta va al principio.
      *Se amplia solo esa imagen, con su direccion de entrega a
      *cero, y detras se copian los datos de la baja.
       convertir_bajas.
       move "ventas_baja" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input bajas_cod4.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input bajas_cod4
       end-if.
       move 156 to longitud_anterior.
       move 1 to numero_codigos.
       move 1 to posicion_codigo(1).
       open output ventas_baja.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read bajas_cod4
             at end
               move 1 to fin_lectura
             not at end
               move RVentaBajaCod4 to imagen_anterior
               perform ampliar_imagen
               move zeros to imagen_nueva(161:2)
               move imagen_anterior(157:21) to imagen_nueva(163:21)
               move imagen_nueva to RVentaBaja
               write RVentaBaja
           end-read
       end-perform.
       close bajas_cod4.
       close ventas_baja.
       open input ventas_baja.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read ventas_baja
             at end
               move 1 to fin_lectura
             not at end
               move RVentaBaja to imagen_nueva
               perform sumar_codigos_nuevos
           end-read
       end-perform.
       close ventas_baja.
       perform comprobar_totales_fichero.

      *Convierte un fichero de texto separado por comas: amplia el
      *codigo que va en el campo campo_codigo de cada linea. Las
      *lineas sin ese campo, o con un codigo que no sea de cuatro
      *cifras, se copian tal cual.
       convertir_fichero_texto.
       perform montar_nombres_conversion.
       open input texto_cod4.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input texto_cod4
       end-if.
       open output texto_nuevo.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read texto_cod4
             at end
               move 1 to fin_lectura
             not at end
               move registro_texto_cod4 to linea_texto
               perform ampliar_linea_texto
               move linea_convertida to registro_texto_nuevo
               write registro_texto_nuevo
           end-read
       end-perform.
       close texto_cod4.
       close texto_nuevo.
       open input texto_nuevo.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read texto_nuevo
             at end
               move 1 to fin_lectura
             not at end
               move registro_texto_nuevo to linea_texto
               perform sumar_codigo_texto
           end-read
       end-perform.
       close texto_nuevo.
       perform comprobar_totales_fichero.

      *Monta el nombre vivo y el de la copia guardada del fichero
      *en curso y deja a cero sus recuentos.
       montar_nombres_conversion.
       move 24 to longitud_base.
       perform until longitud_base = 1
          or base_conversion(longitud_base:1) not = space
           subtract 1 from longitud_base
       end-perform.
       move spaces to nombre_vivo.
       string ".\" delimited by size
              base_conversion(1:longitud_base) delimited by size
              extension_conversion delimited by space
         into nombre_vivo
       end-string.
       move spaces to nombre_anterior.
       string ".\" delimited by size
              base_conversion(1:longitud_base) delimited by size
              "_cod4" delimited by size
              extension_conversion delimited by space
         into nombre_anterior
       end-string.
       move 0 to registros_antes.
       move 0 to registros_despues.
       move 0 to suma_antes.
       move 0 to suma_despues.
       move 0 to no_numericos_antes.
       move 0 to no_numericos_despues.
       move 0 to errores_fichero.

      *Guarda el fichero vivo como copia de cuatro posiciones. Si
      *no se puede copiar es que el fichero no existe en esta
      *instalacion y no hay nada que convertir.
       guardar_fichero_anterior.
       move 1 to fichero_disponible.
       call "CBL_COPY_FILE" using nombre_vivo nombre_anterior
         returning resultado_copia
       end-call.
       if resultado_copia not = 0
           move 0 to fichero_disponible
           move "NO EXISTE" to estado_conversion
           perform anotar_fichero_conversion
       end-if.

      *Amplia los codigos de venta de imagen_anterior y deja el
      *registro resultante en imagen_nueva: copia los tramos entre
      *codigos y pone cada codigo con ocho posiciones.
       ampliar_imagen.
       add 1 to registros_antes.
       move spaces to imagen_nueva.
       move 1 to origen_imagen.
       move 1 to destino_imagen.
       perform varying indice_codigo from 1 by 1
         until indice_codigo > numero_codigos
           compute tramo_imagen =
               posicion_codigo(indice_codigo) - origen_imagen
           if tramo_imagen > 0
               move imagen_anterior(origen_imagen:tramo_imagen)
                 to imagen_nueva(destino_imagen:tramo_imagen)
               add tramo_imagen to destino_imagen
           end-if
           move imagen_anterior(posicion_codigo(indice_codigo):4)
             to codigo_anterior
           perform ampliar_codigo
           move codigo_nuevo to imagen_nueva(destino_imagen:8)
           add 8 to destino_imagen
           compute origen_imagen = posicion_codigo(indice_codigo) + 4
       end-perform.
       compute tramo_imagen = longitud_anterior - origen_imagen + 1.
       if tramo_imagen > 0
           move imagen_anterior(origen_imagen:tramo_imagen)
             to imagen_nueva(destino_imagen:tramo_imagen)
       end-if.

      *Pasa un codigo de cuatro posiciones a ocho y lo suma a los
      *totales de antes: el numerico se rellena con ceros y el que
      *no lo es se deja igual, ajustado a la izquierda.
       ampliar_codigo.
       if codigo_anterior is numeric
           move codigo_anterior_num to codigo_nuevo_num
           add codigo_anterior_num to suma_antes
       else
           move codigo_anterior to codigo_nuevo
           add 1 to no_numericos_antes
       end-if.

      *Suma a los totales de despues los codigos del registro ya
      *convertido que hay en imagen_nueva.
       sumar_codigos_nuevos.
       add 1 to registros_despues.
       perform varying indice_codigo from 1 by 1
         until indice_codigo > numero_codigos
           compute posicion_nueva = posicion_codigo(indice_codigo)
               + (indice_codigo - 1) * 4
           move imagen_nueva(posicion_nueva:8) to codigo_nuevo
           if codigo_nuevo is numeric
               add codigo_nuevo_num to suma_despues
           else
               add 1 to no_numericos_despues
           end-if
       end-perform.

      *Amplia el codigo de la linea de texto en curso, si el campo
      *existe y lleva cuatro cifras, y la deja en linea_convertida.
       ampliar_linea_texto.
       add 1 to registros_antes.
       move linea_texto to linea_convertida.
       perform localizar_campo_texto.
       if posicion_campo = 0
           add 1 to no_numericos_antes
           exit paragraph
       end-if.
       move linea_texto(posicion_campo:4) to codigo_anterior.
       move linea_texto(posicion_campo + 4:1) to fin_campo.
       if codigo_anterior is not numeric
          or (fin_campo not = "," and fin_campo not = space)
           add 1 to no_numericos_antes
           exit paragraph
       end-if.
       perform ampliar_codigo.
       move spaces to linea_convertida.
       if posicion_campo > 1
           move linea_texto(1:posicion_campo - 1)
             to linea_convertida(1:posicion_campo - 1)
       end-if.
       move codigo_nuevo to linea_convertida(posicion_campo:8).
       move linea_texto(posicion_campo + 4:)
         to linea_convertida(posicion_campo + 8:).

      *Suma a los totales de despues el codigo de la linea de texto
      *ya convertida.
       sumar_codigo_texto.
       add 1 to registros_despues.
       perform localizar_campo_texto.
       if posicion_campo = 0
           add 1 to no_numericos_despues
           exit paragraph
       end-if.
       move linea_texto(posicion_campo:8) to codigo_nuevo.
       if codigo_nuevo is numeric
           add codigo_nuevo_num to suma_despues
       else
           add 1 to no_numericos_despues
       end-if.

      *Busca en linea_texto la posicion donde empieza el campo
      *campo_codigo; la deja a cero si la linea no llega a el o si
      *empieza tan al final que no cabe un codigo ampliado.
       localizar_campo_texto.
       move 1 to posicion_campo.
       move 1 to campo_actual.
       move 1 to indice_texto.
       perform until campo_actual = campo_codigo
          or indice_texto > 192
           if linea_texto(indice_texto:1) = ","
               add 1 to campo_actual
               compute posicion_campo = indice_texto + 1
           end-if
           add 1 to indice_texto
       end-perform.
       if campo_actual not = campo_codigo
           move 0 to posicion_campo
       end-if.

      *Compara los totales de antes y despues del fichero en curso
      *y anota el resultado en el informe.
       comprobar_totales_fichero.
       if registros_antes = registros_despues
          and suma_antes = suma_despues
          and no_numericos_antes = no_numericos_despues
          and errores_fichero = 0
           move "CONVERTIDO" to estado_conversion
           add 1 to ficheros_convertidos
           add registros_despues to registros_convertidos
       else
           move "ERROR" to estado_conversion
           add 1 to ficheros_erroneos
       end-if.
       perform anotar_fichero_conversion.

      *Escribe la linea del fichero en curso en el informe.
       anotar_fichero_conversion.
       move spaces to registro_informe_conversion.
       string nombre_vivo delimited by space
              "," delimited by size
              estado_conversion delimited by size
              "," delimited by size
              registros_antes delimited by size
              "," delimited by size
              registros_despues delimited by size
              "," delimited by size
              suma_antes delimited by size
              "," delimited by size
              suma_despues delimited by size
              "," delimited by size
              no_numericos_antes delimited by size
              "," delimited by size
              no_numericos_despues delimited by size
              "," delimited by size
              errores_fichero delimited by size
         into registro_informe_conversion
       end-string.
       write registro_informe_conversion.
       display nombre_vivo " " estado_conversion.

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".

