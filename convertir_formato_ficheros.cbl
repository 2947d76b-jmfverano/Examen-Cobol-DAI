       program-id. convertir_formato_ficheros
           as "convertir_formato_ficheros".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero maestro de articulos.
       copy "file_control_articulos.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control de los pedidos de compra a proveedor.
       copy "file_control_pedidos_compra.cpy".
      *Utiliza el control de las recepciones de mercancia.
       copy "file_control_recepciones.cpy".
      *Utiliza el control de las facturas de proveedor.
       copy "file_control_facturas_proveedor.cpy".
      *Utiliza el control del fichero maestro de almacenes.
       copy "file_control_almacenes.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Clientes, proveedores y vinculos articulo-proveedor con el
      *formato actual pero todavia en el directorio de la empresa:
      *preparar_multiempresa los lleva despues al directorio comun.
       select clientes_nuevo
           assign to ".\clientes.dat"
           organization is indexed
           access mode is sequential
           record key is fn_cliente_codigo
           file status is ws-estado-nuevo.
       select proveedores_nuevo
           assign to ".\proveedores.dat"
           organization is indexed
           access mode is sequential
           record key is fn_proveedor_codigo
           file status is ws-estado-nuevo.
       select art_prov_nuevo
           assign to ".\articulos_proveedor.dat"
           organization is indexed
           access mode is sequential
           record key is fn_art_prov_clave
           file status is ws-estado-nuevo.
      *Copias de los ficheros con el formato anterior. Se guardan
      *antes de convertir, se leen para convertir y se conservan
      *despues como respaldo; el nombre real lo monta
      *montar_nombres_conversion.
       select clientes_ant
           assign to ".\clientes_ant.dat"
           organization is indexed
           access mode is sequential
           record key is fa_cliente_codigo
           file status is ws-estado-anterior.
       select articulos_ant
           assign to ".\articulos_ant.dat"
           organization is indexed
           access mode is sequential
           record key is fa_articulo_codigo
           file status is ws-estado-anterior.
       select parametros_ant
           assign to ".\parametros_ant.dat"
           organization is line sequential
           file status is ws-estado-anterior.
       select proveedores_ant
           assign to ".\proveedores_ant.dat"
           organization is indexed
           access mode is sequential
           record key is fa_proveedor_codigo
           file status is ws-estado-anterior.
       select art_prov_ant
           assign to ".\articulos_proveedor_ant.dat"
           organization is indexed
           access mode is sequential
           record key is fa_art_prov_clave
           file status is ws-estado-anterior.
       select pedidos_compra_ant
           assign to ".\pedidos_compra_ant.dat"
           organization is indexed
           access mode is sequential
           record key is fa_pco_numero
           alternate record key is fa_pco_proveedor
           with duplicates
           file status is ws-estado-anterior.
       select pco_detalle_ant
           assign to ".\pedidos_compra_detalle_ant.dat"
           organization is indexed
           access mode is sequential
           record key is fa_pcd_clave
           file status is ws-estado-anterior.
       select recepciones_ant
           assign to ".\recepciones_ant.dat"
           organization is indexed
           access mode is sequential
           record key is fa_rec_numero
           file status is ws-estado-anterior.
       select facturas_prov_ant
           assign to ".\facturas_proveedor_ant.dat"
           organization is indexed
           access mode is sequential
           record key is fa_fpr_clave
           file status is ws-estado-anterior.
       select almacenes_ant
           assign to ".\almacenes_ant.dat"
           organization is indexed
           access mode is sequential
           record key is fa_almacen_codigo
           file status is ws-estado-anterior.
      *Parametros leidos como texto para ver con que formato se
      *grabaron: el anterior ocupa setenta y una posiciones.
       select muestra_parametros
           assign to ".\parametros.dat"
           organization is line sequential
           file status is ws-estado-muestra.
      *Marca de que la instalacion ya tiene el formato actual.
       select marca_formato
           assign to ".\formato_convertido.flg"
           organization is line sequential
           file status is ws-estado-marca.
      *Informe de la conversion con los recuentos de control de cada
      *fichero antes y despues.
       select informe_conversion
           assign to ".\conversion_formato.txt"
           organization is line sequential
           file status is ws-estado-informe.
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_articulo.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura de los pedidos de compra a proveedor.
       copy "estructura_pedido_compra.cpy".
      *Utiliza la estructura de las recepciones de mercancia.
       copy "estructura_recepcion.cpy".
      *Utiliza la estructura de las facturas de proveedor.
       copy "estructura_factura_proveedor.cpy".
      *Utiliza la estructura del fichero maestro de almacenes.
       copy "estructura_almacen.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
      *Cliente con el formato actual: el registro anterior seguido
      *de los campos que ha ganado, en el mismo orden que RCliente.
       fd clientes_nuevo
         value of file-id is ".\clientes.dat".
       01 RClienteNuevo.
          02 fn_cliente_codigo        pic x(4).
          02 fn_cliente_anterior      pic x(151).
          02 fn_cliente_nif           pic x(9).
          02 fn_cliente_pais          pic x(2).
          02 fn_cliente_portes        pic x.
          02 fn_cliente_condicion     pic xx.
          02 fn_cliente_devoluciones  pic 99.
          02 fn_cliente_excluido      pic x.
          02 fn_cliente_email_factura pic x(40).
          02 fn_cliente_email_entrega pic x(40).
          02 fn_cliente_exento        pic x.
          02 fn_cliente_cifrada       pic x.
          02 fn_cliente_ultimas       pic x(4).
      *Proveedor con el formato actual, en el orden de RProveedor.
       fd proveedores_nuevo
         value of file-id is ".\proveedores.dat".
       01 RProveedorNuevo.
          02 fn_proveedor_codigo   pic x(4).
          02 fn_proveedor_anterior pic x(38).
          02 fn_proveedor_nif      pic x(9).
          02 fn_proveedor_pais     pic x(2).
          02 fn_proveedor_iban     pic x(34).
          02 fn_proveedor_bic      pic x(11).
          02 fn_proveedor_plazo    pic 9(3).
          02 fn_proveedor_email    pic x(40).
      *Vinculo articulo-proveedor con el formato actual, en el orden
      *de RArticuloProveedor.
       fd art_prov_nuevo
         value of file-id is ".\articulos_proveedor.dat".
       01 RArticuloProveedorNuevo.
          02 fn_art_prov_clave    pic x(8).
          02 fn_art_prov_anterior pic x(24).
          02 fn_art_prov_unidad   pic x(3).
          02 fn_art_prov_factor   pic 9(5).
      *Registros con el formato anterior. Solo se describen las
      *claves y los campos que hacen falta para rellenar los nuevos;
      *el resto se trata como una imagen que pasa tal cual al
      *principio del registro nuevo.
       fd clientes_ant
         value of file-id is nombre_anterior.
       01 RClienteAnterior.
          02 fa_cliente_codigo pic x(4).
          02 filler            pic x(151).
       fd articulos_ant
         value of file-id is nombre_anterior.
       01 RArticuloAnterior.
          02 fa_articulo_codigo pic x(4).
          02 filler             pic x(95).
       fd parametros_ant
         value of file-id is nombre_anterior.
       01 RParametrosAnterior pic x(71).
       fd proveedores_ant
         value of file-id is nombre_anterior.
       01 RProveedorAnterior.
          02 fa_proveedor_codigo pic x(4).
          02 filler              pic x(38).
       fd art_prov_ant
         value of file-id is nombre_anterior.
       01 RArticuloProveedorAnterior.
          02 fa_art_prov_clave pic x(8).
          02 filler            pic x(24).
       fd pedidos_compra_ant
         value of file-id is nombre_anterior.
       01 RPedidoCompraAnterior.
          02 fa_pco_numero    pic x(6).
          02 filler           pic x(8).
          02 fa_pco_proveedor pic x(4).
          02 filler           pic x.
       fd pco_detalle_ant
         value of file-id is nombre_anterior.
       01 RPedidoCompraDetalleAnterior.
          02 fa_pcd_clave pic x(9).
          02 filler       pic x(38).
       fd recepciones_ant
         value of file-id is nombre_anterior.
       01 RRecepcionAnterior.
          02 fa_rec_numero pic x(6).
          02 filler        pic x(40).
       fd facturas_prov_ant
         value of file-id is nombre_anterior.
       01 RFacturaProveedorAnterior.
          02 fa_fpr_clave pic x(19).
          02 filler       pic x(34).
       fd almacenes_ant
         value of file-id is nombre_anterior.
       01 RAlmacenAnterior.
          02 fa_almacen_codigo pic x(2).
          02 filler            pic x(20).
       fd muestra_parametros
         value of file-id is ".\parametros.dat".
       01 registro_muestra_parametros.
          02 filler              pic x(71).
          02 muestra_ampliacion  pic x(229).
       fd marca_formato
         value of file-id is ".\formato_convertido.flg".
       01 registro_marca_formato pic x(40).
       fd informe_conversion
         value of file-id is ".\conversion_formato.txt".
       01 registro_informe_conversion pic x(132).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "convertir_formato_ficheros".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
      *Estados de los ficheros que se convierten.
       77 ws-estado-parametros pic xx value spaces.
       77 ws-estado-ped-compra pic xx value spaces.
       77 ws-estado-ped-compra-det pic xx value spaces.
       77 ws-estado-contador-pco pic xx value spaces.
       77 ws-estado-recepciones pic xx value spaces.
       77 ws-estado-contador-rec pic xx value spaces.
       77 ws-estado-fact-prov pic xx value spaces.
       77 ws-estado-almacenes pic xx value spaces.
       77 ws-estado-stock-alm pic xx value spaces.
       77 ws-estado-nuevo pic xx value spaces.
       77 ws-estado-anterior pic xx value spaces.
       77 ws-estado-marca pic xx value spaces.
       77 ws-estado-muestra pic xx value spaces.
       77 ws-estado-informe pic xx value spaces.
      *Nombres del fichero en curso: el vivo y su copia guardada.
       77 base_conversion pic x(24) value spaces.
       77 extension_conversion pic x(4) value spaces.
       77 longitud_base pic 99 value 0.
       77 nombre_vivo pic x(40) value spaces.
       77 nombre_anterior pic x(40) value spaces.
       77 resultado_copia pic 9(8) comp-5 value 0.
       77 resultado_existe pic 9(8) comp-5 value 0.
       01 detalles_fichero pic x(16) value spaces.
       77 fichero_disponible pic 9 value 0.
       77 fin_lectura pic 9 value 0.
      *Recuentos de control del fichero en curso: registros leidos
      *de la copia, grabados en el fichero vivo y leidos despues de
      *nuevo del fichero vivo.
       77 registros_leidos pic 9(9) value 0.
       77 registros_grabados pic 9(9) value 0.
       77 registros_releidos pic 9(9) value 0.
       77 errores_fichero pic 9(7) value 0.
       77 estado_conversion pic x(12) value spaces.
       77 indice_desglose pic 9 value 0.
      *Totales de la ejecucion.
       77 ficheros_convertidos pic 9(3) value 0.
       77 ficheros_erroneos pic 9(3) value 0.
       77 registros_convertidos pic 9(9) value 0.
       01 fecha_conversion pic 9(8) value 0.

       procedure division.
       perform iniciar_bitacora.
      *Pasa los ficheros de la empresa que han cambiado de formato
      *desde la version anterior de la aplicacion al formato actual:
      *clientes, articulos, parametros, proveedores y sus vinculos
      *con los articulos, pedidos de compra y sus lineas,
      *recepciones, facturas de proveedor y almacenes. Los ficheros
      *que llevan el codigo de venta (ventas, cobros, devoluciones,
      *series, mermas, albaranes, presupuestos, taller...) los pasa
      *convertir_codigo_venta. Los campos nuevos van todos al final
      *de cada registro: se copia el registro anterior y se rellenan
      *los nuevos con su valor por defecto. Cada fichero vivo se
      *copia antes a <nombre>_ant y se reescribe desde esa copia,
      *que se conserva; si la copia ya existe de una ejecucion
      *anterior se vuelve a partir de ella. De cada fichero se
      *cuentan los registros leidos, grabados y releidos, y
      *cualquier diferencia se da como error. Si todo cuadra se deja
      *la marca formato_convertido.flg y las siguientes ejecuciones
      *no hacen nada, de modo que preparar_multiempresa lo puede
      *llamar siempre. Tampoco hace nada, y deja la marca, si el
      *fichero de parametros ya trae los campos nuevos y no hay
      *copia parametros_ant de una ejecucion anterior: es una
      *instalacion que nacio con el formato actual. Con la copia, los
      *parametros los paso al formato nuevo una conversion que no
      *termino bien, y se repite entera desde las copias guardadas
      *para no dejar atras ningun fichero con el formato anterior.
      *Se lanza con la aplicacion parada, despues de
      *respaldo_conjunto y antes de usar la version nueva.
       open input marca_formato.
       if ws-estado-marca = "00"
           close marca_formato
           display "Los ficheros ya tienen el formato actual."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           move 0 to return-code
           exit program
       end-if.
       move spaces to registro_muestra_parametros.
       open input muestra_parametros.
       if ws-estado-muestra = "00"
           read muestra_parametros
             at end
               move spaces to registro_muestra_parametros
           end-read
           close muestra_parametros
       end-if.
       move "parametros" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       call "CBL_CHECK_FILE_EXIST" using nombre_anterior
           detalles_fichero
         returning resultado_existe
       end-call.
       if muestra_ampliacion not = spaces
          and resultado_existe not = 0
           perform grabar_marca_formato
           display "Los ficheros ya tienen el formato actual."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           move 0 to return-code
           exit program
       end-if.
       open output informe_conversion.
       move spaces to registro_informe_conversion.
       string "FICHERO,ESTADO,REGISTROS LEIDOS,REGISTROS GRABADOS,"
              delimited by size
              "REGISTROS RELEIDOS,ERRORES" delimited by size
         into registro_informe_conversion
       end-string.
       write registro_informe_conversion.
       perform convertir_clientes.
       perform convertir_articulos.
       perform convertir_parametros.
       perform convertir_proveedores.
       perform convertir_articulos_proveedor.
       perform convertir_pedidos_compra.
       perform convertir_lineas_pedido_compra.
       perform convertir_recepciones.
       perform convertir_facturas_proveedor.
       perform convertir_almacenes.
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
           perform grabar_marca_formato
           move "OK" to bit_resultado
           move 0 to return-code
       else
           display "ERROR: revise conversion_formato.txt."
           move "ERROR" to bit_resultado
           move 8 to return-code
       end-if.
       perform grabar_bitacora.
       exit program.

      *Clientes: gana el NIF, el pais (Espana por defecto), los
      *portes, la condicion de pago, las devoluciones de recibo, la
      *exclusion de remesas, los correos, la exencion de intereses y
      *los campos del cifrado de la cuenta, que queda en claro hasta
      *que la cifre cifrar_cuentas_clientes.
       convertir_clientes.
       move "clientes" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input clientes_ant.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input clientes_ant
       end-if.
       open output clientes_nuevo.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read clientes_ant next
             at end
               move 1 to fin_lectura
             not at end
               add 1 to registros_leidos
               move RClienteAnterior to RClienteNuevo
               move "ES" to fn_cliente_pais
               move 0 to fn_cliente_devoluciones
               move "N" to fn_cliente_portes
               move "N" to fn_cliente_excluido
               move "N" to fn_cliente_exento
               move "N" to fn_cliente_cifrada
               write RClienteNuevo
                 invalid key
                   add 1 to errores_fichero
                 not invalid key
                   add 1 to registros_grabados
               end-write
           end-read
       end-perform.
       close clientes_ant.
       close clientes_nuevo.
       open input clientes_nuevo.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read clientes_nuevo next
             at end
               move 1 to fin_lectura
             not at end
               add 1 to registros_releidos
           end-read
       end-perform.
       close clientes_nuevo.
       perform comprobar_totales_fichero.

      *Articulos: gana el codigo NC de Intrastat, el tipo (todos
      *eran de stock), la unidad de stock (unidades) y el estado
      *(activo).
       convertir_articulos.
       move "articulos" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input articulos_ant.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input articulos_ant
       end-if.
       open output articulos.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read articulos_ant next
             at end
               move 1 to fin_lectura
             not at end
               add 1 to registros_leidos
               move RArticuloAnterior to RArticulo
               move "S" to tipo_articulo of RArticulo
               move "UD" to unidad_stock of RArticulo
               move "A" to estado_articulo of RArticulo
               write RArticulo
                 invalid key
                   add 1 to errores_fichero
                 not invalid key
                   add 1 to registros_grabados
               end-write
           end-read
       end-perform.
       close articulos_ant.
       close articulos.
       open input articulos.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read articulos next
             at end
               move 1 to fin_lectura
             not at end
               add 1 to registros_releidos
           end-read
       end-perform.
       close articulos.
       perform comprobar_totales_fichero.

      *Parametros: los nuevos quedan a cero o en blanco, y cada
      *programa aplica su valor por defecto hasta que se fijen en el
      *mantenimiento de parametros.
       convertir_parametros.
       move "parametros" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input parametros_ant.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input parametros_ant
       end-if.
       open output parametros.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read parametros_ant
             at end
               move 1 to fin_lectura
             not at end
               add 1 to registros_leidos
               move RParametrosAnterior to registro_parametros
               move 0 to par_umbral_347
               move 0 to par_dias_taller
               move 0 to par_validez_presupuesto
               move 0 to par_max_devoluciones
               move 0 to par_nivel_servicio
               move 0 to par_plazo_reposicion
               move 0 to par_ret_fiscal
               move 0 to par_limite_compra
               move 0 to par_minimo_intereses
               move 0 to par_umbral_defectos
               write registro_parametros
               add 1 to registros_grabados
           end-read
       end-perform.
       close parametros_ant.
       close parametros.
       open input parametros.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read parametros
             at end
               move 1 to fin_lectura
             not at end
               add 1 to registros_releidos
           end-read
       end-perform.
       close parametros.
       perform comprobar_totales_fichero.

      *Proveedores: gana el NIF, el pais (Espana por defecto), la
      *cuenta IBAN y el BIC, el plazo de entrega y el correo.
       convertir_proveedores.
       move "proveedores" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input proveedores_ant.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input proveedores_ant
       end-if.
       open output proveedores_nuevo.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read proveedores_ant next
             at end
               move 1 to fin_lectura
             not at end
               add 1 to registros_leidos
               move RProveedorAnterior to RProveedorNuevo
               move "ES" to fn_proveedor_pais
               move 0 to fn_proveedor_plazo
               write RProveedorNuevo
                 invalid key
                   add 1 to errores_fichero
                 not invalid key
                   add 1 to registros_grabados
               end-write
           end-read
       end-perform.
       close proveedores_ant.
       close proveedores_nuevo.
       open input proveedores_nuevo.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read proveedores_nuevo next
             at end
               move 1 to fin_lectura
             not at end
               add 1 to registros_releidos
           end-read
       end-perform.
       close proveedores_nuevo.
       perform comprobar_totales_fichero.

      *Vinculos articulo-proveedor: se compra en la unidad de stock,
      *con factor uno.
       convertir_articulos_proveedor.
       move "articulos_proveedor" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input art_prov_ant.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input art_prov_ant
       end-if.
       open output art_prov_nuevo.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read art_prov_ant next
             at end
               move 1 to fin_lectura
             not at end
               add 1 to registros_leidos
               move RArticuloProveedorAnterior
                 to RArticuloProveedorNuevo
               move 1 to fn_art_prov_factor
               write RArticuloProveedorNuevo
                 invalid key
                   add 1 to errores_fichero
                 not invalid key
                   add 1 to registros_grabados
               end-write
           end-read
       end-perform.
       close art_prov_ant.
       close art_prov_nuevo.
       open input art_prov_nuevo.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read art_prov_nuevo next
             at end
               move 1 to fin_lectura
             not at end
               add 1 to registros_releidos
           end-read
       end-perform.
       close art_prov_nuevo.
       perform comprobar_totales_fichero.

      *Pedidos de compra: ganan el usuario, el importe y los datos
      *de la aprobacion, que los pedidos anteriores no necesitaban,
      *y los del envio directo, que no lo eran.
       convertir_pedidos_compra.
       move "pedidos_compra" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input pedidos_compra_ant.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input pedidos_compra_ant
       end-if.
       open output pedidos_compra.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read pedidos_compra_ant next
             at end
               move 1 to fin_lectura
             not at end
               add 1 to registros_leidos
               move RPedidoCompraAnterior to RPedidoCompra
               move 0 to pco_importe
               move 0 to pco_fecha_aprobacion
               move "N" to pco_envio_directo
               move 0 to pco_linea_directa
               move 0 to pco_direccion_entrega
               write RPedidoCompra
                 invalid key
                   add 1 to errores_fichero
                 not invalid key
                   add 1 to registros_grabados
               end-write
           end-read
       end-perform.
       close pedidos_compra_ant.
       close pedidos_compra.
       open input pedidos_compra.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read pedidos_compra next
             at end
               move 1 to fin_lectura
             not at end
               add 1 to registros_releidos
           end-read
       end-perform.
       close pedidos_compra.
       perform comprobar_totales_fichero.

      *Lineas de los pedidos de compra: pedidas en la unidad de
      *stock, con factor uno.
       convertir_lineas_pedido_compra.
       move "pedidos_compra_detalle" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input pco_detalle_ant.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input pco_detalle_ant
       end-if.
       open output pedidos_compra_detalle.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read pco_detalle_ant next
             at end
               move 1 to fin_lectura
             not at end
               add 1 to registros_leidos
               move RPedidoCompraDetalleAnterior
                 to RPedidoCompraDetalle
               move 1 to pcd_factor
               write RPedidoCompraDetalle
                 invalid key
                   add 1 to errores_fichero
                 not invalid key
                   add 1 to registros_grabados
               end-write
           end-read
       end-perform.
       close pco_detalle_ant.
       close pedidos_compra_detalle.
       open input pedidos_compra_detalle.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read pedidos_compra_detalle next
             at end
               move 1 to fin_lectura
             not at end
               add 1 to registros_releidos
           end-read
       end-perform.
       close pedidos_compra_detalle.
       perform comprobar_totales_fichero.

      *Recepciones: llegaron en la unidad de stock, con factor uno.
      *El coste de la entrada no se guardaba y queda a cero.
       convertir_recepciones.
       move "recepciones" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input recepciones_ant.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input recepciones_ant
       end-if.
       open output recepciones.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read recepciones_ant next
             at end
               move 1 to fin_lectura
             not at end
               add 1 to registros_leidos
               move RRecepcionAnterior to RRecepcion
               move 0 to rec_coste_unitario
               move 0 to rec_coste_adicional
               move rec_unidades to rec_unidades_compra
               move 1 to rec_factor
               write RRecepcion
                 invalid key
                   add 1 to errores_fichero
                 not invalid key
                   add 1 to registros_grabados
               end-write
           end-read
       end-perform.
       close recepciones_ant.
       close recepciones.
       open input recepciones.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read recepciones next
             at end
               move 1 to fin_lectura
             not at end
               add 1 to registros_releidos
           end-read
       end-perform.
       close recepciones.
       perform comprobar_totales_fichero.

      *Facturas de proveedor: son facturas ordinarias con IVA
      *deducible y sin desglose. Como la version anterior no las
      *llevaba a la contabilidad, se dan por contabilizadas, igual
      *que el pago de las ya pagadas; el de las pendientes saldra
      *cuando se paguen.
       convertir_facturas_proveedor.
       move "facturas_proveedor" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input facturas_prov_ant.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input facturas_prov_ant
       end-if.
       open output facturas_proveedor.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read facturas_prov_ant next
             at end
               move 1 to fin_lectura
             not at end
               add 1 to registros_leidos
               move RFacturaProveedorAnterior to RFacturaProveedor
               perform varying indice_desglose from 1 by 1
                 until indice_desglose > 3
                   move 0 to fpr_base(indice_desglose)
                   move 0 to fpr_tasa(indice_desglose)
                   move 0 to fpr_cuota(indice_desglose)
               end-perform
               move "S" to fpr_iva_deducible
               move "S" to fpr_contabilizada
               if factura_prov_pagada
                   move "S" to fpr_pago_contabilizado
               else
                   move "N" to fpr_pago_contabilizado
               end-if
               move "F" to fpr_tipo_documento
               move 0 to fpr_devolucion_prov
               write RFacturaProveedor
                 invalid key
                   add 1 to errores_fichero
                 not invalid key
                   add 1 to registros_grabados
               end-write
           end-read
       end-perform.
       close facturas_prov_ant.
       close facturas_proveedor.
       open input facturas_proveedor.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read facturas_proveedor next
             at end
               move 1 to fin_lectura
             not at end
               add 1 to registros_releidos
           end-read
       end-perform.
       close facturas_proveedor.
       perform comprobar_totales_fichero.

      *Almacenes: ninguno se publica en el catalogo web hasta que
      *se marque en su mantenimiento.
       convertir_almacenes.
       move "almacenes" to base_conversion.
       move ".dat" to extension_conversion.
       perform montar_nombres_conversion.
       open input almacenes_ant.
       if ws-estado-anterior = "35"
           perform guardar_fichero_anterior
           if fichero_disponible = 0
               exit paragraph
           end-if
           open input almacenes_ant
       end-if.
       open output almacenes.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read almacenes_ant next
             at end
               move 1 to fin_lectura
             not at end
               add 1 to registros_leidos
               move RAlmacenAnterior to RAlmacen
               move "N" to alm_publicar_web
               write RAlmacen
                 invalid key
                   add 1 to errores_fichero
                 not invalid key
                   add 1 to registros_grabados
               end-write
           end-read
       end-perform.
       close almacenes_ant.
       close almacenes.
       open input almacenes.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read almacenes next
             at end
               move 1 to fin_lectura
             not at end
               add 1 to registros_releidos
           end-read
       end-perform.
       close almacenes.
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
              "_ant" delimited by size
              extension_conversion delimited by space
         into nombre_anterior
       end-string.
       move 0 to registros_leidos.
       move 0 to registros_grabados.
       move 0 to registros_releidos.
       move 0 to errores_fichero.

      *Guarda el fichero vivo como copia con el formato anterior.
      *Si no se puede copiar es que el fichero no existe en esta
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

      *Compara los recuentos del fichero en curso y anota el
      *resultado en el informe.
       comprobar_totales_fichero.
       if registros_leidos = registros_grabados
          and registros_grabados = registros_releidos
          and errores_fichero = 0
           move "CONVERTIDO" to estado_conversion
           add 1 to ficheros_convertidos
           add registros_releidos to registros_convertidos
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
              registros_leidos delimited by size
              "," delimited by size
              registros_grabados delimited by size
              "," delimited by size
              registros_releidos delimited by size
              "," delimited by size
              errores_fichero delimited by size
         into registro_informe_conversion
       end-string.
       write registro_informe_conversion.
       display nombre_vivo " " estado_conversion.

      *Deja la marca de que la instalacion tiene el formato actual,
      *con la fecha en que se comprobo.
       grabar_marca_formato.
       accept fecha_conversion from DATE YYYYMMDD.
       open output marca_formato.
       move fecha_conversion to registro_marca_formato.
       write registro_marca_formato.
       close marca_formato.

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
