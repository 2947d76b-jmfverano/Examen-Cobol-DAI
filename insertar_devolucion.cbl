       copy "file_control_resumen_mensual.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de motivos de devolucion.
       copy "file_control_motivos_devolucion.cpy".
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_resumen_mensual.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
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
       77 kar_programa pic x(24) value "insertar_devolucion".
       77 mov_articulo pic x(4) value spaces.
       77 mov_unidades pic 9(7) value 0.
       77 mov_signo pic x value space.
       77 mov_venta pic x(8) value spaces.
      *Almacen al que vuelve el genero devuelto y saldos por
      *almacen.
       77 almacen_devolucion pic x(2) value "01".
       77 dias_transcurridos pic s9(7) value 0.
       77 veredicto_garantia pic x(20) value spaces.
       77 ws-estado-mermas pic xx value spaces.
      *Motivo de la devolucion, obligatorio y del maestro.
       77 ws-estado-motivos-dev pic xx value spaces.
       77 fin_motivos_dev pic 9 value 0.
       77 linea_motivo_dev pic 99 value 6.
       77 motivo_valido pic 9 value 0.
      *Campos de trabajo del resumen mensual compartido.
       copy "ws_resumen_mensual.cpy".
       01 fecha_hoy_dev pic 9(8) value 0.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del codigo de venta tecleado.
       copy "ws_codigo_venta.cpy".
       linkage section.
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       copy "obten_numero_linea.cpy".
      *Pantalla de anotacion de la devolucion.
       copy "p_datos_devolucion.cpy".
      *Lista de los motivos de devolucion.
       copy "p_motivos_devolucion.cpy".
      *Muestra el veredicto de garantia antes de teclear el abono.
       01 p_aviso_garantia
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
      *Anota la devolucion parcial o total de una linea de una venta:
      *repone las unidades devueltas en el stock del articulo y deja
      *grabado un abono ligado a la venta original, que exportar
      *contabilidad convierte en un apunte negativo. El motivo de
      *la devolucion es obligatorio y sale del maestro de motivos.
       move 0 to sesion-expirada-llamada.
       display pantallaMarco.
       display obten_codigo_venta.
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       move codigo_venta to venta_tecleada.
       perform normalizar_codigo_venta.
       move venta_tecleada to codigo_venta.
       if transaccion_activa = 1
       display obten_numero_linea
       accept obten_numero_linea
       end-if
       perform abrir_stock_almacen_dev
       perform abrir_fichero_devoluciones
       perform abrir_motivos_devolucion
       read ventas
         key is codigo_venta
         invalid key
               perform calcular_unidades_devueltas
               move articulo_linea to dev_codigo_articulo
               set dev_a_stock to true
               move spaces to dev_motivo
               perform calcular_garantia_devolucion
               display PantallaMarco
               perform listar_motivos_devolucion
               display p_datos_devolucion
               display p_aviso_garantia
               accept p_datos_devolucion
       close ventas_detalle
       close articulos
       close devoluciones
       close motivos_devolucion
       if kits_abiertos = 1
           close kits
       end-if
         end-read
       end-perform.

      *Valida las unidades a devolver y el motivo, repone el stock
      *del articulo y graba el abono ligado a la venta original.
       grabar_devolucion.
       perform validar_motivo_devolucion.
       if motivo_valido = 0
           move spaces to ws-estado-fichero
           move "Motivo de devolucion no valido."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-if.
       if unidades_devolver = 0
          or (unidades_devolver + unidades_ya_devueltas)
             > unidades_linea
           end-write
       end-if.

      *Comprueba que el motivo tecleado esta en el maestro.
       validar_motivo_devolucion.
       move 0 to motivo_valido.
       inspect dev_motivo converting "abcdefghijklmnopqrstuvwxyz"
           to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       move dev_motivo to mdv_codigo.
       read motivos_devolucion
         key is mdv_codigo
         invalid key
           continue
         not invalid key
           move 1 to motivo_valido
       end-read.

      *Repone las unidades devueltas: el stock del articulo, o el
      *de sus componentes si lo devuelto es un kit.
       reponer_stock_devolucion.
         not invalid key
           move coste_medio of RArticulo to mer_coste
       end-read.
       move "N" to mer_contabilizada.
       write RMerma
         invalid key
           continue
           open i-o devoluciones
       end-if.

      *Apertura y lista del maestro de motivos de devolucion.
       copy "parrafo_motivos_devolucion.cpy".

      *Traduce el codigo de estado del fichero a una descripcion.
       copy "parrafo_estado_fichero.cpy".


      *Mantiene el resumen mensual por agente y articulo.
       copy "parrafo_resumen_mensual.cpy".

      *Codigo de venta tecleado completado con ceros.
       copy "parrafo_codigo_venta.cpy".
