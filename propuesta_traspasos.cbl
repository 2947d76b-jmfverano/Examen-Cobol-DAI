       program-id. propuesta_traspasos as "propuesta_traspasos".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero de niveles por almacen.
       copy "file_control_niveles_almacen.cpy".
      *Utiliza el control de los ficheros de almacenes.
       copy "file_control_almacenes.cpy".
      *Utiliza el control del fichero maestro de articulos.
       copy "file_control_articulos.cpy".
      *Utiliza el control del fichero de pendientes de servir.
       copy "file_control_backorders.cpy".
      *Utiliza el control del fichero de traspasos propuestos.
       copy "file_control_propuestas_traspaso.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de trabajo para ordenar los traspasos por ubicacion.
       select ordenacion_traspasos assign to "ordentraspasos.tmp".
       data division.
       file section.
      *Utiliza la estructura del fichero de niveles por almacen.
       copy "estructura_nivel_almacen.cpy".
      *Utiliza la estructura de los ficheros de almacenes.
       copy "estructura_almacen.cpy".
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_articulo.cpy".
      *Utiliza la estructura del fichero de pendientes de servir.
       copy "estructura_backorder.cpy".
      *Utiliza la estructura del fichero de traspasos propuestos.
       copy "estructura_propuesta_traspaso.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       sd ordenacion_traspasos.
       01 registro_orden_traspaso.
          02 orden_tra_ubicacion pic x(6).
          02 orden_tra_articulo pic x(4).
          02 orden_tra_destino pic x(2).
          02 orden_tra_descripcion pic x(20).
          02 orden_tra_unidades pic 9(5).
          02 orden_tra_saldo pic s9(7).
          02 orden_tra_minimo pic 9(7).
          02 orden_tra_objetivo pic 9(7).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "propuesta_traspasos".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-niveles pic xx value spaces.
       77 ws-estado-almacenes pic xx value spaces.
       77 ws-estado-stock-alm pic xx value spaces.
       77 ws-estado-pendientes pic xx value spaces.
       77 ws-estado-contador-psv pic xx value spaces.
       77 ws-estado-prop-traspaso pic xx value spaces.
       77 pendientes_abiertos pic 9 value 0.
       77 fin_niveles pic 9 value 0.
       77 fin_pendientes pic 9 value 0.
       77 fin_orden pic 9 value 0.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 ws-tiempo-espera pic 9(8) value 180000.
       01 fecha_proceso pic 9(8) value 0.
      *Almacen que abastece a las sucursales y almacen del que
      *salen las ventas, el que cargan las reservas y los
      *pendientes de servir.
       77 almacen_suministro pic x(2) value "01".
       77 almacen_venta pic x(2) value "01".
       77 descripcion_suministro pic x(20) value spaces.
      *Niveles del articulo en curso: el minimo del almacen de
      *suministro y los de cada sucursal.
       77 hay_corte pic 9 value 0.
       77 articulo_corte pic x(4) value spaces.
       77 minimo_suministro pic 9(7) value 0.
       01 tabla_sucursales.
          02 sucursal_nivel occurs 50 times.
             03 suc_almacen pic x(2).
             03 suc_minimo pic 9(7).
             03 suc_objetivo pic 9(7).
       77 num_sucursales pic 99 value 0.
       77 idx_sucursal pic 99 value 0.
      *Calculo del traspaso.
       77 comprometido_articulo pic 9(9) value 0.
       77 saldo_almacen pic s9(9) value 0.
       77 disponible_suministro pic s9(9) value 0.
       77 necesidad_sucursal pic s9(9) value 0.
       77 unidades_traspaso pic 9(5) value 0.
       77 total_traspasos pic 9(7) value 0.
       77 total_unidades pic 9(7) value 0.
      *Campos de impresion de las lineas de picking.
       77 unidades_edit pic zzzz9.
       77 saldo_edit pic z(6)9-.
       77 objetivo_edit pic z(6)9.

       procedure division.
       perform iniciar_bitacora.
       perform leer_parametros.
       if parametros_leidos = 1
           if par_almacen_defecto not = spaces
               move par_almacen_defecto to almacen_venta
           end-if
           if par_almacen_suministro not = spaces
               move par_almacen_suministro to almacen_suministro
           else
               move almacen_venta to almacen_suministro
           end-if
       end-if.
      *Propuesta de traspasos entre almacenes: por cada articulo con
      *niveles definidos, las sucursales cuyo saldo bajo del minimo
      *se reponen hasta su objetivo desde el almacen de suministro,
      *sin tocar la reserva minima de este. Las reservas de pedidos
      *y los pendientes de servir cuentan como ya salidos del
      *almacen de ventas. Los traspasos quedan propuestos para
      *confirmarlos en almacenes y salen en una lista de picking
      *ordenada por ubicacion.
       accept fecha_proceso from DATE YYYYMMDD.
       open input niveles_almacen.
       if ws-estado-niveles not = "00"
           display "No hay niveles de stock por almacen."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       open input almacenes.
       open input stock_almacen.
       open input articulos.
       move 1 to pendientes_abiertos.
       open input pendientes_servir.
       if ws-estado-pendientes not = "00"
           move 0 to pendientes_abiertos
       end-if.
       move spaces to descripcion_suministro.
       move almacen_suministro to alm_codigo.
       read almacenes
         key is alm_codigo
         invalid key
           continue
         not invalid key
           move alm_descripcion to descripcion_suministro
       end-read.
       open output propuestas_traspaso.
       open output picking_traspasos.
       sort ordenacion_traspasos
         on ascending key orden_tra_ubicacion
                          orden_tra_articulo
                          orden_tra_destino
         input procedure is calcular_traspasos
         output procedure is escribir_traspasos.
       close niveles_almacen.
       close almacenes.
       close stock_almacen.
       close articulos.
       if pendientes_abiertos = 1
           close pendientes_servir
       end-if.
       close propuestas_traspaso.
       close picking_traspasos.
       display "Traspasos propuestos: " total_traspasos
               "  Unidades: " total_unidades.
       move total_traspasos to bit_contador_1.
       move total_unidades to bit_contador_2.
       if total_traspasos = 0
           move "SINDATOS" to bit_resultado
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Recorre los niveles por articulo y almacen y calcula los
      *traspasos de cada articulo al cambiar de articulo.
       calcular_traspasos.
       move low-values to nal_clave.
       move 0 to hay_corte.
       move 0 to fin_niveles.
       start niveles_almacen
         key is not less than nal_clave
         invalid key
           move 1 to fin_niveles
       end-start.
       perform until fin_niveles = 1
         read niveles_almacen next
           at end
             move 1 to fin_niveles
           not at end
             if hay_corte = 0
                or nal_codigo_articulo not = articulo_corte
                 if hay_corte = 1
                     perform repartir_articulo
                 end-if
                 move 1 to hay_corte
                 move nal_codigo_articulo to articulo_corte
                 move 0 to minimo_suministro
                 move 0 to num_sucursales
             end-if
             perform anotar_nivel
         end-read
       end-perform.
       if hay_corte = 1
           perform repartir_articulo
       end-if.

      *Guarda el nivel leido: el del almacen de suministro como su
      *reserva minima, los demas en la tabla de sucursales.
       anotar_nivel.
       if nal_codigo_almacen = almacen_suministro
           move nal_minimo to minimo_suministro
       else
           if num_sucursales < 50
               add 1 to num_sucursales
               move nal_codigo_almacen
                 to suc_almacen(num_sucursales)
               move nal_minimo to suc_minimo(num_sucursales)
               move nal_objetivo to suc_objetivo(num_sucursales)
           end-if
       end-if.

      *Reparte el disponible del almacen de suministro entre las
      *sucursales del articulo que bajaron de su minimo, por orden
      *de almacen.
       repartir_articulo.
       if num_sucursales = 0
           exit paragraph
       end-if.
       move articulo_corte to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           exit paragraph
       end-read.
       perform calcular_comprometido.
       move almacen_suministro to sa_codigo_almacen.
       perform leer_saldo_almacen.
       compute disponible_suministro =
           saldo_almacen - minimo_suministro.
       perform varying idx_sucursal from 1 by 1
         until idx_sucursal > num_sucursales
            or disponible_suministro not > 0
           move suc_almacen(idx_sucursal) to sa_codigo_almacen
           perform leer_saldo_almacen
           if saldo_almacen < suc_minimo(idx_sucursal)
               perform proponer_traspaso
           end-if
       end-perform.

      *Unidades comprometidas del articulo en el almacen de ventas:
      *las reservadas por pedidos y los pendientes sin servir.
       calcular_comprometido.
       move stock_reservado of RArticulo to comprometido_articulo.
       if pendientes_abiertos = 0
           exit paragraph
       end-if.
       move articulo_corte to psv_codigo_articulo.
       move 0 to psv_numero.
       move 0 to fin_pendientes.
       start pendientes_servir
         key is not less than psv_clave
         invalid key
           move 1 to fin_pendientes
       end-start.
       perform until fin_pendientes = 1
         read pendientes_servir next
           at end
             move 1 to fin_pendientes
           not at end
             if psv_codigo_articulo not = articulo_corte
                 move 1 to fin_pendientes
             else
                 if pendiente_por_servir
                     add psv_unidades to comprometido_articulo
                 end-if
             end-if
         end-read
       end-perform.

      *Saldo neto del articulo en el almacen de sa_codigo_almacen;
      *en el almacen de ventas se descuenta lo comprometido.
       leer_saldo_almacen.
       move articulo_corte to sa_codigo_articulo.
       read stock_almacen
         key is sa_clave
         invalid key
           move 0 to saldo_almacen
         not invalid key
           move sa_stock to saldo_almacen
       end-read.
       if sa_codigo_almacen = almacen_venta
           subtract comprometido_articulo from saldo_almacen
       end-if.

      *Propone reponer la sucursal hasta su objetivo con lo que
      *quede disponible en el almacen de suministro.
       proponer_traspaso.
       compute necesidad_sucursal =
           suc_objetivo(idx_sucursal) - saldo_almacen.
       if necesidad_sucursal > disponible_suministro
           move disponible_suministro to necesidad_sucursal
       end-if.
       if necesidad_sucursal > 99999
           move 99999 to necesidad_sucursal
       end-if.
       if necesidad_sucursal not > 0
           exit paragraph
       end-if.
       move necesidad_sucursal to unidades_traspaso.
       subtract unidades_traspaso from disponible_suministro.
       move ubicacion of RArticulo to orden_tra_ubicacion.
       move articulo_corte to orden_tra_articulo.
       move suc_almacen(idx_sucursal) to orden_tra_destino.
       move descripcion of RArticulo to orden_tra_descripcion.
       move unidades_traspaso to orden_tra_unidades.
       move saldo_almacen to orden_tra_saldo.
       move suc_minimo(idx_sucursal) to orden_tra_minimo.
       move suc_objetivo(idx_sucursal) to orden_tra_objetivo.
       release registro_orden_traspaso.

      *Graba cada traspaso propuesto y escribe la lista de picking en
      *el orden de las ubicaciones.
       escribir_traspasos.
       move "LISTA DE PICKING DE TRASPASOS"
         to registro_picking_traspaso.
       write registro_picking_traspaso.
       move spaces to registro_picking_traspaso.
       string "Fecha: " delimited by size
              fecha_proceso delimited by size
         into registro_picking_traspaso
       end-string.
       write registro_picking_traspaso.
       move spaces to registro_picking_traspaso.
       string "Almacen de origen: " delimited by size
              almacen_suministro delimited by size
              " " delimited by size
              descripcion_suministro delimited by size
         into registro_picking_traspaso
       end-string.
       write registro_picking_traspaso.
       move spaces to registro_picking_traspaso.
       string "Ubic.  Codigo Descripcion          " delimited by size
              "Destino Unidades    Saldo Objetivo" delimited by size
         into registro_picking_traspaso
       end-string.
       write registro_picking_traspaso.
       move 0 to fin_orden.
       perform until fin_orden = 1
           return ordenacion_traspasos
             at end
               move 1 to fin_orden
             not at end
               perform grabar_traspaso_propuesto
           end-return
       end-perform.
       move "=====================================" to
           registro_picking_traspaso.
       write registro_picking_traspaso.
       move spaces to registro_picking_traspaso.
       string "Traspasos: " delimited by size
              total_traspasos delimited by size
              "  Unidades: " delimited by size
              total_unidades delimited by size
         into registro_picking_traspaso
       end-string.
       write registro_picking_traspaso.

      *Graba la propuesta y su linea de picking.
       grabar_traspaso_propuesto.
       move orden_tra_articulo to ptr_codigo_articulo.
       move orden_tra_destino to ptr_almacen_destino.
       move almacen_suministro to ptr_almacen_origen.
       move orden_tra_unidades to ptr_unidades.
       move orden_tra_ubicacion to ptr_ubicacion.
       move fecha_proceso to ptr_fecha.
       move orden_tra_saldo to ptr_saldo_destino.
       move orden_tra_minimo to ptr_minimo.
       move orden_tra_objetivo to ptr_objetivo.
       set traspaso_pendiente to true.
       write RPropuestaTraspaso
         invalid key
           continue
       end-write.
       add 1 to total_traspasos.
       add orden_tra_unidades to total_unidades.
       move orden_tra_unidades to unidades_edit.
       move orden_tra_saldo to saldo_edit.
       move orden_tra_objetivo to objetivo_edit.
       move spaces to registro_picking_traspaso.
       string orden_tra_ubicacion delimited by size
              " " delimited by size
              orden_tra_articulo delimited by size
              "   " delimited by size
              orden_tra_descripcion delimited by size
              " " delimited by size
              orden_tra_destino delimited by size
              "      " delimited by size
              unidades_edit delimited by size
              " " delimited by size
              saldo_edit delimited by size
              " " delimited by size
              objetivo_edit delimited by size
         into registro_picking_traspaso
       end-string.
       write registro_picking_traspaso.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
