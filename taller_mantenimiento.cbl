       copy "file_control_contador_venta.cpy".
      *Utiliza el control de los ficheros de ordenes de taller.
       copy "file_control_taller.cpy".
      *Utiliza el control del fichero de numeros de serie.
       copy "file_control_series.cpy".
      *Utiliza el control del fichero de recepciones de mercancia.
       copy "file_control_recepciones.cpy".
      *Utiliza el control de los ficheros de pedidos de compra.
       copy "file_control_pedidos_compra.cpy".
      *Utiliza el control de los ficheros de proveedores.
       copy "file_control_proveedores.cpy".
      *Utiliza el control del fichero de reclamaciones de garantia.
       copy "file_control_reclamaciones_garantia.cpy".
      *Utiliza el control del fichero maestro de tecnicos.
       copy "file_control_tecnicos.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control de la cola de correo saliente.
       copy "file_control_cola_correo.cpy".
      *Utiliza el control del fichero de motivos de devolucion.
       copy "file_control_motivos_devolucion.cpy".
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_contador_venta.cpy".
      *Utiliza la estructura de los ficheros de ordenes de taller.
       copy "estructura_taller.cpy".
      *Utiliza la estructura del fichero de numeros de serie.
       copy "estructura_serie.cpy".
      *Utiliza la estructura del fichero de recepciones de mercancia.
       copy "estructura_recepcion.cpy".
      *Utiliza la estructura de los ficheros de pedidos de compra.
       copy "estructura_pedido_compra.cpy".
      *Utiliza la estructura de los ficheros de proveedores.
       copy "estructura_proveedor.cpy".
      *Utiliza la estructura del fichero de reclamaciones de garantia.
       copy "estructura_reclamacion_garantia.cpy".
      *Utiliza la estructura del fichero maestro de tecnicos.
       copy "estructura_tecnico.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura de la cola de correo saliente.
       copy "estructura_cola_correo.cpy".
      *Utiliza la estructura del fichero de motivos de devolucion.
       copy "estructura_motivo_devolucion.cpy".
       working-storage section.
      *Campos del kardex de movimientos de stock.
       77 kar_codigo_articulo pic x(4) value spaces.
       77 kar_unidades pic 9(7) value 0.
       77 kar_signo pic x value space.
       77 kar_venta pic x(8) value spaces.
       77 kar_coste pic 9(7)v99 value 0.
       77 kar_almacen pic x(2) value spaces.
       77 kar_programa pic x(24) value "taller_mantenimiento".
       77 mov_articulo pic x(4) value spaces.
       77 mov_unidades pic 9(7) value 0.
       77 mov_signo pic x value space.
       77 mov_venta pic x(8) value spaces.
       77 mov_almacen pic x(2) value spaces.
       77 ws-estado-almacenes pic xx value spaces.
       77 ws-estado-stock-alm pic xx value spaces.
       77 ws-estado-taller pic xx value spaces.
       77 ws-estado-taller-piezas pic xx value spaces.
       77 ws-estado-contador-ot pic xx value spaces.
       77 ws-estado-taller-tiempos pic xx value spaces.
       77 ws-estado-tecnicos pic xx value spaces.
      *Horas de mano de obra anotadas por tecnico y dia.
       77 tiempos_orden pic 9(3) value 0.
       77 fin_tiempos pic 9 value 0.
       77 horas_validas pic 9 value 0.
       77 tecnicos_abiertos pic 9 value 0.
      *Contador de ordenes de taller.
       77 contador_siguiente_ot pic 9(6) value 0.
       77 contador_ot_asignado pic 9 value 0.
       77 reintentos_ot pic 9(3) value 0.
      *Contador de codigos de venta para la venta del cierre.
       77 ws-estado-contador pic xx value spaces.
       77 contador_siguiente pic 9(8) value 0.
       77 contador_asignado pic 9 value 0.
       77 reintentos_contador pic 9(3) value 0.
      *Campos del alta de piezas y del cierre de la orden.
       77 fin_piezas pic 9 value 0.
       77 piezas_orden pic 9(3) value 0.
       77 tarifa_taller pic 9(5)v99 value 30.
      *Articulo de servicio con el que se factura la mano de obra.
       77 articulo_mano_obra pic x(4) value "TALL".
       77 descripcion_mano_obra pic x(20) value "Mano de obra taller".
       77 tasa_cierre pic 99v99 value 21.
       77 linea_venta_sig pic 9(3) value 2.
      *Listado de ordenes abiertas por antiguedad.
          02 hoy_anio pic 9(4).
          02 hoy_mes  pic 99.
          02 hoy_dia  pic 99.
      *Reparaciones en garantia: la unidad se localiza por su numero
      *de serie y la garantia corre desde la fecha de su venta los
      *meses del articulo, sobre el calendario comercial.
       77 ws-estado-series pic xx value spaces.
       77 ws-estado-recepciones pic xx value spaces.
       77 ws-estado-contador-rec pic xx value spaces.
       77 ws-estado-ped-compra pic xx value spaces.
       77 ws-estado-ped-compra-det pic xx value spaces.
       77 ws-estado-contador-pco pic xx value spaces.
       77 ws-estado-proveedores pic xx value spaces.
       77 ws-estado-art-prov pic xx value spaces.
       77 ws-estado-reclamaciones pic xx value spaces.
       77 serie_valida pic 9 value 0.
       77 garantia_articulo pic 9(3) value 0.
       77 dias_desde_venta pic s9(7) value 0.
       77 proveedor_reclamacion pic x(4) value spaces.
       77 importe_piezas_garantia pic 9(7)v99 value 0.
      *Motivo de la reparacion en garantia, obligatorio y del
      *maestro de motivos de devolucion.
       77 ws-estado-motivos-dev pic xx value spaces.
       77 fin_motivos_dev pic 9 value 0.
       77 linea_motivo_dev pic 99 value 6.
       77 motivo_valido pic 9 value 0.
       01 fecha_venta_serie pic 9(8) value 0.
       01 fecha_venta_serie_det redefines fecha_venta_serie.
          02 venta_serie_anio pic 9(4).
          02 venta_serie_mes  pic 99.
          02 venta_serie_dia  pic 99.
       01 fecha_entrada_aux pic 9(8) value 0.
       01 fecha_entrada_det redefines fecha_entrada_aux.
          02 entrada_anio pic 9(4).
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos de la cola de correo saliente.
       copy "ws_cola_correo.cpy".
       linkage section.
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
           02 line 10 col 10 value "3.- Cerrar orden (genera venta)".
           02 line 12 col 10 value "4.- Abiertas por antiguedad".
           02 line 14 col 10 value "5.- Consulta".
           02 line 16 col 10 value "6.- Liquidar reclamacion garantia".
           02 line 18 col 10 value "7.- Anotar horas de tecnico".
           02 line 20 col 10 value "8.- Salir".
           02 line 22 col 10 value "Opcion: ".
           02 line 22 col 19 REQUIRED pic 9 using opcion_mtto.
      *Pantalla de la orden de taller.
       01 p_datos_orden_taller
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 12 col 5 value "Estado: ".
           02 line 12 col 14 pic x from estado_orden_taller.
           02 line 13 col 5 value "Venta generada: ".
           02 line 13 col 22 pic x(8) from ot_venta_generada.
           02 line 19 col 5 value "Numero de serie: ".
           02 line 19 col 23 pic x(20) using ot_numero_serie.
           02 line 20 col 5 value "Venta original: ".
           02 line 20 col 22 pic x(8) from ot_venta_original.
           02 line 21 col 5 value "En garantia (S/N): ".
           02 line 21 col 25 pic x from ot_garantia.
           02 line 22 col 5 value "Motivo garantia: ".
           02 line 22 col 23 pic xx from ot_motivo_devolucion.
      *Lista de los motivos de devolucion.
       copy "p_motivos_devolucion.cpy".
      *Pide el motivo de una reparacion en garantia.
       01 p_motivo_garantia
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Reparacion en garantia".
           02 line 6 col 5 value "Numero de serie: ".
           02 line 6 col 23 pic x(20) from ot_numero_serie.
           02 line 8 col 5 value "Motivo: ".
           02 line 8 col 14 REQUIRED pic xx using ot_motivo_devolucion.
      *Pantalla que obtendra el numero de orden.
       01 obten_numero_orden
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
       01 p_cierre_orden
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 6 col 5 value "Horas de mano de obra: ".
           02 line 6 col 29 pic zz9 from ot_horas.
           02 line 7 col 5 value "Tarifa por hora: ".
           02 line 7 col 23 pic 9(5).99 from tarifa_taller.
           02 line 8 col 5 value "IVA (%): ".
           02 line 8 col 15 pic 99V99 using tasa_cierre.
      *Pantalla de las horas de un tecnico en un dia.
       01 p_datos_horas
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 6 col 5 value "Tecnico: ".
           02 line 6 col 15 REQUIRED pic x(3)
              using ott_codigo_tecnico.
           02 line 7 col 5 value "Fecha (AAAAMMDD): ".
           02 line 7 col 24 REQUIRED pic 9(8) using ott_fecha.
           02 line 8 col 5 value "Horas: ".
           02 line 8 col 13 REQUIRED pic 99 using ott_horas.
      *Pantalla de la liquidacion de una reclamacion de garantia.
       01 p_datos_reclamacion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Reclamacion de garantia".
           02 line 6 col 5 value "Orden: ".
           02 line 6 col 13 pic 9(6) from rgp_orden.
           02 line 7 col 5 value "Proveedor: ".
           02 line 7 col 17 pic x(4) from rgp_codigo_proveedor.
           02 line 8 col 5 value "Numero de serie: ".
           02 line 8 col 23 pic x(20) from rgp_numero_serie.
           02 line 9 col 5 value "Articulo: ".
           02 line 9 col 16 pic x(4) from rgp_codigo_articulo.
           02 line 10 col 5 value "Piezas: ".
           02 line 10 col 14 pic z(6)9.99 from rgp_importe_piezas.
           02 line 11 col 5 value "Horas: ".
           02 line 11 col 13 pic zz9 from rgp_horas.
           02 line 12 col 5 value "Mano de obra: ".
           02 line 12 col 20 pic z(6)9.99
              from rgp_importe_mano_obra.
           02 line 14 col 5 value "Importe recuperado: ".
           02 line 14 col 26 REQUIRED pic 9(7)v99
              using rgp_importe_recuperado.
      *Una linea del listado de ordenes abiertas.
       01 p_linea_orden_abierta
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
       if parametros_leidos = 1 and par_almacen_defecto not = spaces
           move par_almacen_defecto to almacen_venta
       end-if.
       if parametros_leidos = 1
          and par_articulo_mano_obra not = spaces
           move par_articulo_mano_obra to articulo_mano_obra
       end-if.
      *Ordenes de taller: el aparato que entra, la averia, las
      *horas a la tarifa del taller y las piezas, que descuentan
      *stock y dejan kardex como una venta. El cierre genera una
      *venta normal que la facturacion convierte en factura con su
      *IVA, y el listado de abiertas por antiguedad sustituye al
      *taco de papel del taller. Si la orden se abre contra un
      *numero de serie que sigue en garantia, el cierre no cobra al
      *cliente y reclama piezas y mano de obra al proveedor.
       move 0 to sesion-expirada-llamada.
       perform abrir_ficheros_taller.
       display pantallaMarco.
         when 3 perform cerrar_orden_taller
         when 4 perform listar_ordenes_abiertas
         when 5 perform consulta_orden_taller
         when 6 perform liquidar_reclamacion
         when 7 perform anotar_horas_tecnico
         when 8 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
       end-if.
       close ordenes_taller.
       close ordenes_taller_piezas.
       close ordenes_taller_tiempos.
       close articulos.
       close clientes.
       close ventas.
       if stock_alm_abierto = 1
           close stock_almacen
       end-if.
       if tecnicos_abiertos = 1
           close tecnicos
       end-if.
       exit program.

      *Da de alta una orden de taller validando el cliente.
       set orden_taller_abierta to true.
       move 0 to ot_fecha_cierre.
       move spaces to ot_venta_generada.
       move spaces to ot_numero_serie.
       move spaces to ot_venta_original.
       set reparacion_con_cargo to true.
       move 0 to ot_tarifa.
       move spaces to ot_motivo_devolucion.
       display PantallaMarco.
       display p_datos_orden_taller.
       accept p_datos_orden_taller
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1 and ot_numero_serie not = spaces
           perform comprobar_garantia_serie
           if serie_valida = 0
               move 0 to transaccion_activa
           end-if
       end-if.
       if transaccion_activa = 1 and reparacion_en_garantia
           perform pedir_motivo_garantia
           if motivo_valido = 0
               move 0 to transaccion_activa
           end-if
       end-if.
       if transaccion_activa = 1
       move ot_codigo_cliente to codigo of RCliente
       read clientes
         end-read
       end-perform.

      *Cierra la orden: muestra las horas anotadas por los tecnicos
      *y pide el IVA, genera la venta
      *con la mano de obra como primera linea y una linea por pieza
      *a precio de catalogo, y deja la orden cerrada apuntando la
      *venta generada.
               move 0 to transaccion_activa
           end-accept
           if transaccion_activa = 1
               if reparacion_en_garantia
      *            Las ordenes abiertas sin motivo lo piden al cerrar.
                   move 1 to motivo_valido
                   if ot_motivo_devolucion = spaces
                       perform pedir_motivo_garantia
                   end-if
                   if motivo_valido = 1
                       perform cerrar_orden_garantia
                   end-if
               else
                   perform generar_venta_taller
               end-if
           end-if
       end-if
       end-if.

      *Anota las horas de un tecnico en un dia contra una orden
      *abierta; las horas de la orden son la suma de sus lineas.
       anotar_horas_tecnico.
       move 1 to transaccion_activa.
       perform localizar_orden.
       if transaccion_activa = 1
       if not orden_taller_abierta
           move spaces to ws-estado-fichero
           move "La orden no esta abierta." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
           move spaces to ott_codigo_tecnico
           accept ott_fecha from DATE YYYYMMDD
           move 0 to ott_horas
           display PantallaMarco
           display p_datos_orden_taller
           display p_datos_horas
           accept p_datos_horas
             with time-out ws-tiempo-espera
             on exception
               move 1 to sesion-expirada-llamada
               move 0 to transaccion_activa
           end-accept
           if transaccion_activa = 1
               perform validar_horas_tecnico
               if horas_validas = 1
                   perform grabar_horas_tecnico
               end-if
           end-if
       end-if
       end-if.

      *Comprueba que el tecnico existe y esta activo, que el dia
      *cae entre la entrada de la orden y hoy, y que las horas
      *caben en una jornada.
       validar_horas_tecnico.
       move 0 to horas_validas.
       accept fecha_hoy from DATE YYYYMMDD.
       if tecnicos_abiertos = 0
           move spaces to ws-estado-fichero
           move "No hay tecnicos dados de alta."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
       move ott_codigo_tecnico to tec_codigo
       read tecnicos
         key is tec_codigo
         invalid key
           move spaces to ws-estado-fichero
           move "Tecnico no valido." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           evaluate true
             when not tecnico_activo
               move spaces to ws-estado-fichero
               move "El tecnico esta de baja."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             when ott_fecha < ot_fecha_entrada
                or ott_fecha > fecha_hoy
               move spaces to ws-estado-fichero
               move "Fecha fuera de la orden." to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             when ott_horas = 0 or ott_horas > 24
               move spaces to ws-estado-fichero
               move "Horas no validas." to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             when other
               move 1 to horas_validas
           end-evaluate
       end-read
       end-if.

      *Graba la linea de horas con el siguiente numero de linea de
      *la orden y suma las horas a la orden.
       grabar_horas_tecnico.
       perform contar_tiempos_orden.
       move ot_numero to ott_numero.
       compute ott_linea = tiempos_orden + 1.
       write ROrdenTallerTiempo
         invalid key
           move ws-estado-taller-tiempos to ws-estado-fichero
           perform obtener_descripcion_estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           add ott_horas to ot_horas
           rewrite ROrdenTaller
             invalid key
               continue
           end-rewrite
           display PantallaMarco
           display pantalla_completa
           accept continuar
       end-write.

      *Cuenta las lineas de horas ya anotadas en la orden en curso.
       contar_tiempos_orden.
       move 0 to tiempos_orden.
       move ot_numero to ott_numero.
       move low-values to ott_linea.
       move 0 to fin_tiempos.
       start ordenes_taller_tiempos
         key is not less than ott_clave
         invalid key
           move 1 to fin_tiempos
       end-start.
       perform until fin_tiempos = 1
         read ordenes_taller_tiempos next
           at end
             move 1 to fin_tiempos
           not at end
             if ott_numero not = ot_numero
                 move 1 to fin_tiempos
             else
                 add 1 to tiempos_orden
             end-if
         end-read
       end-perform.

      *Localiza la unidad por su numero de serie, toma la venta
      *original y su cliente, y decide si la reparacion entra en
      *la garantia del articulo contando desde la fecha de venta.
       comprobar_garantia_serie.
       move 0 to serie_valida.
       open input series.
       if ws-estado-series not = "00"
           move spaces to ws-estado-fichero
           move "No hay numeros de serie." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
           move ot_numero_serie to ser_numero
           read series
             key is ser_numero
             invalid key
               move spaces to ws-estado-fichero
               move "Numero de serie no encontrado."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             not invalid key
               if not serie_vendida
                   move spaces to ws-estado-fichero
                   move "La serie no consta como vendida."
                     to ws-descripcion-estado
                   display PantallaMarco
                   display pantalla_opera_error
                   accept continuar
               else
                   move 1 to serie_valida
               end-if
           end-read
           close series
       end-if.
       if serie_valida = 1
           move ser_codigo_venta to ot_venta_original
           move ser_codigo_venta to codigo_venta
           read ventas
             key is codigo_venta
             invalid key
               continue
             not invalid key
               if ot_codigo_cliente = spaces
                   move codigo_cliente to ot_codigo_cliente
               end-if
           end-read
           move 0 to garantia_articulo
           move ser_codigo_articulo to codigo_articulo of RArticulo
           read articulos
             key is codigo_articulo of RArticulo
             invalid key
               continue
             not invalid key
               move garantia_meses of RArticulo to garantia_articulo
               if ot_unidad = spaces
                   move descripcion of RArticulo to ot_unidad
               end-if
           end-read
           accept fecha_hoy from DATE YYYYMMDD
           move ser_fecha_venta to fecha_venta_serie
           compute dias_desde_venta =
               (hoy_anio - venta_serie_anio) * 360
               + (hoy_mes - venta_serie_mes) * 30
               + (hoy_dia - venta_serie_dia)
           if dias_desde_venta < 0
               move 0 to dias_desde_venta
           end-if
           if garantia_articulo not = 0
              and dias_desde_venta not > garantia_articulo * 30
               set reparacion_en_garantia to true
           else
               set reparacion_con_cargo to true
           end-if
       end-if.

      *Pide el motivo de la reparacion en garantia, con la lista de
      *motivos a la vista, y comprueba que esta en el maestro.
       pedir_motivo_garantia.
       move 0 to motivo_valido.
       perform abrir_motivos_devolucion.
       display PantallaMarco.
       perform listar_motivos_devolucion.
       display p_motivo_garantia.
       accept p_motivo_garantia
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           inspect ot_motivo_devolucion
               converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move ot_motivo_devolucion to mdv_codigo
           read motivos_devolucion
             key is mdv_codigo
             invalid key
               move spaces to ws-estado-fichero
               move "Motivo de devolucion no valido."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             not invalid key
               move 1 to motivo_valido
           end-read
       end-if.
       close motivos_devolucion.

      *Cierra una reparacion en garantia sin venta al cliente y deja
      *la reclamacion al proveedor que entrego la unidad, con las
      *piezas a su coste medio y las horas a la tarifa del taller.
       cerrar_orden_garantia.
       move ot_numero to rgp_orden.
       accept rgp_fecha from DATE YYYYMMDD.
       move ot_numero_serie to rgp_numero_serie.
       move spaces to rgp_codigo_articulo.
       move 0 to rgp_recepcion.
       perform buscar_proveedor_serie.
       move proveedor_reclamacion to rgp_codigo_proveedor.
       perform valorar_piezas_garantia.
       move importe_piezas_garantia to rgp_importe_piezas.
       move ot_horas to rgp_horas.
       compute rgp_importe_mano_obra rounded =
           ot_horas * tarifa_taller.
       set reclamacion_abierta to true.
       move 0 to rgp_importe_recuperado.
       move 0 to rgp_fecha_liquidacion.
       open i-o reclamaciones_garantia.
       if ws-estado-reclamaciones = "35"
           open output reclamaciones_garantia
           close reclamaciones_garantia
           open i-o reclamaciones_garantia
       end-if.
       write RReclamacionGarantia
         invalid key
           move ws-estado-reclamaciones to ws-estado-fichero
           perform obtener_descripcion_estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           set orden_taller_cerrada to true
           accept ot_fecha_cierre from DATE YYYYMMDD
           move tarifa_taller to ot_tarifa
           move spaces to ot_venta_generada
           rewrite ROrdenTaller
             invalid key
               continue
           end-rewrite
           perform encolar_cierre_orden
           display PantallaMarco
           display p_datos_orden_taller
           display pantalla_completa
           accept continuar
       end-write.
       close reclamaciones_garantia.

      *Busca el proveedor que entrego la unidad: la recepcion de su
      *numero de serie y el pedido de compra de esa recepcion; si la
      *entrada no vino de un pedido, el primer proveedor vinculado
      *al articulo.
       buscar_proveedor_serie.
       move spaces to proveedor_reclamacion.
       open input series.
       if ws-estado-series = "00"
           move ot_numero_serie to ser_numero
           read series
             key is ser_numero
             invalid key
               continue
             not invalid key
               move ser_codigo_articulo to rgp_codigo_articulo
               move ser_recepcion to rgp_recepcion
           end-read
           close series
       end-if.
       if rgp_recepcion not = 0
           open input recepciones
           if ws-estado-recepciones = "00"
               move rgp_recepcion to rec_numero
               read recepciones
                 key is rec_numero
                 invalid key
                   move 0 to rec_pedido_compra
               end-read
               if rec_pedido_compra not = 0
                   open input pedidos_compra
                   if ws-estado-ped-compra = "00"
                       move rec_pedido_compra to pco_numero
                       read pedidos_compra
                         key is pco_numero
                         invalid key
                           continue
                         not invalid key
                           move pco_codigo_proveedor
                             to proveedor_reclamacion
                       end-read
                       close pedidos_compra
                   end-if
               end-if
               close recepciones
           end-if
       end-if.
       if proveedor_reclamacion = spaces
          and rgp_codigo_articulo not = spaces
           open input articulos_proveedor
           if ws-estado-art-prov = "00"
               move rgp_codigo_articulo to ap_codigo_articulo
               move low-values to ap_codigo_proveedor
               start articulos_proveedor
                 key is not less than ap_clave
                 invalid key
                   continue
                 not invalid key
                   read articulos_proveedor next
                     at end
                       continue
                     not at end
                       if ap_codigo_articulo = rgp_codigo_articulo
                           move ap_codigo_proveedor
                             to proveedor_reclamacion
                       end-if
                   end-read
               end-start
               close articulos_proveedor
           end-if
       end-if.

      *Suma las piezas consumidas por la orden a su coste medio.
       valorar_piezas_garantia.
       move 0 to importe_piezas_garantia.
       move ot_numero to otp_numero.
       move low-values to otp_linea.
       move 0 to fin_piezas.
       start ordenes_taller_piezas
         key is not less than otp_clave
         invalid key
           move 1 to fin_piezas
       end-start.
       perform until fin_piezas = 1
         read ordenes_taller_piezas next
           at end
             move 1 to fin_piezas
           not at end
             if otp_numero not = ot_numero
                 move 1 to fin_piezas
             else
                 move otp_codigo_articulo
                   to codigo_articulo of RArticulo
                 read articulos
                   key is codigo_articulo of RArticulo
                   invalid key
                     continue
                   not invalid key
                     compute importe_piezas_garantia rounded =
                         importe_piezas_garantia
                         + coste_medio of RArticulo * otp_unidades
                 end-read
             end-if
         end-read
       end-perform.

      *Liquida la reclamacion de garantia de una orden cuando el
      *proveedor abona o repone lo reclamado.
       liquidar_reclamacion.
       move 1 to transaccion_activa.
       perform localizar_orden.
       if transaccion_activa = 1
       open i-o reclamaciones_garantia
       if ws-estado-reclamaciones not = "00"
           move spaces to ws-estado-fichero
           move "No hay reclamaciones de garantia."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
           move ot_numero to rgp_orden
           read reclamaciones_garantia
             key is rgp_orden
             invalid key
               move spaces to ws-estado-fichero
               move "La orden no tiene reclamacion."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             not invalid key
               if not reclamacion_abierta
                   move spaces to ws-estado-fichero
                   move "La reclamacion ya esta liquidada."
                     to ws-descripcion-estado
                   display PantallaMarco
                   display pantalla_opera_error
                   accept continuar
               else
                   perform grabar_liquidacion_reclamacion
               end-if
           end-read
           close reclamaciones_garantia
       end-if
       end-if.

      *Pide el importe recuperado, propone lo reclamado, y deja la
      *reclamacion liquidada.
       grabar_liquidacion_reclamacion.
       compute rgp_importe_recuperado =
           rgp_importe_piezas + rgp_importe_mano_obra.
       display PantallaMarco.
       display p_datos_reclamacion.
       accept p_datos_reclamacion
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           set reclamacion_liquidada to true
           accept rgp_fecha_liquidacion from DATE YYYYMMDD
           rewrite RReclamacionGarantia
             invalid key
               move ws-estado-reclamaciones to ws-estado-fichero
               perform obtener_descripcion_estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             not invalid key
               display PantallaMarco
               display p_datos_reclamacion
               display pantalla_completa
               accept continuar
           end-rewrite
       end-if.

      *Genera la venta del cierre y marca la orden cerrada.
       generar_venta_taller.
       perform asignar_codigo_venta.
           move apellidos of RCliente to apellidos_cliente
       end-read
      *La mano de obra viaja como primera linea de la venta, con
      *las horas como unidades a la tarifa del taller, contra el
      *articulo de servicio de la mano de obra.
       perform leer_articulo_mano_obra
       move articulo_mano_obra to codigo_articulo of articulo
       move descripcion_mano_obra to descripcion of articulo
       move tarifa_taller to precio_venta of articulo
       move ot_horas to numero_unidades of articulo
       move tasa_cierre to tasa_iva of articulo
       move 0 to fecha_reclamacion
       move spaces to agente_secundario
       move 0 to porcentaje_secundario
       move 0 to num_direccion_entrega
       write RVenta
         invalid key
           perform obtener_descripcion_estado
           perform grabar_lineas_piezas
           set orden_taller_cerrada to true
           accept ot_fecha_cierre from DATE YYYYMMDD
           move tarifa_taller to ot_tarifa
           move codigo_venta to ot_venta_generada
           rewrite ROrdenTaller
             invalid key
               continue
           end-rewrite
           perform encolar_cierre_orden
           display PantallaMarco
           display p_datos_orden_taller
           display pantalla_completa
       end-write
       end-if.

      *Toma la descripcion del articulo de servicio de la mano de
      *obra; si no esta en el maestro se factura con la de siempre.
       leer_articulo_mano_obra.
       move articulo_mano_obra to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           continue
         not invalid key
           move descripcion of RArticulo to descripcion_mano_obra
       end-read.

      *Deja en la cola de correo el aviso de que la orden esta
      *terminada, a la direccion de entrega del cliente o, si no
      *tiene, a la de facturacion. No hay documento impreso: el aviso
      *lleva solo el asunto.
       encolar_cierre_orden.
       move spaces to email_facturacion of RCliente.
       move spaces to email_entrega of RCliente.
       move ot_codigo_cliente to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           continue
       end-read.
       move "C" to correo_tipo_interlocutor.
       move ot_codigo_cliente to correo_interlocutor.
       if email_entrega of RCliente not = spaces
           move email_entrega of RCliente to correo_destinatario
       else
           move email_facturacion of RCliente to correo_destinatario
       end-if.
       move "ORDEN TALLER" to correo_tipo_documento.
       move ot_numero to correo_referencia.
       move spaces to correo_asunto.
       string "Reparacion terminada - orden de taller "
              delimited by size
              ot_numero delimited by size
         into correo_asunto
       end-string.
       move spaces to correo_fichero.
       perform encolar_documento.

      *Graba una linea de venta por cada pieza de la orden, a
      *precio de catalogo; el stock ya se movio al anotar la pieza.
       grabar_lineas_piezas.
           close ordenes_taller_piezas
           open i-o ordenes_taller_piezas
       end-if.
       open i-o ordenes_taller_tiempos.
       if ws-estado-taller-tiempos = "35"
           open output ordenes_taller_tiempos
           close ordenes_taller_tiempos
           open i-o ordenes_taller_tiempos
       end-if.
      *El maestro de tecnicos puede no existir todavia; sin el no
      *se pueden anotar horas.
       move 1 to tecnicos_abiertos.
       open input tecnicos.
       if ws-estado-tecnicos not = "00"
           move 0 to tecnicos_abiertos
       end-if.
       open i-o articulos.
       open input clientes.
       open i-o ventas.
           move 1 to stock_alm_abierto
       end-if.

      *Apertura y lista del maestro de motivos de devolucion.
       copy "parrafo_motivos_devolucion.cpy".

      *Traduce el codigo de estado del fichero a una descripcion.
       copy "parrafo_estado_fichero.cpy".


      *Mueve el stock con explosion de kits en sus componentes.
       copy "parrafo_mover_stock.cpy".

      *Cola de correo saliente de documentos.
       copy "parrafo_cola_correo.cpy".
