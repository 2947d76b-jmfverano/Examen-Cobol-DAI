       program-id. informe_valoracion_fecha
           as "informe_valoracion_fecha".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero maestro de articulos.
       copy "file_control_articulos.cpy".
      *Utiliza el control de los ficheros de almacenes.
       copy "file_control_almacenes.cpy".
      *Utiliza el control del fichero kardex de movimientos.
       copy "file_control_kardex.cpy".
      *Utiliza el control del fichero historico de precios.
       copy "file_control_historico_precios.cpy".
      *Utiliza el control del fichero de recuento fisico.
       copy "file_control_inventario.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Archivo anual del kardex que deja la purga de retencion (el
      *nombre cambia con cada anio).
       select archivo_kardex
           assign to nombre_archivo_kardex
           organization is line sequential
           file status is ws-estado-archivo.
      *Fichero CSV de salida, al estilo de la valoracion de hoy.
       select salida_valoracion_fecha
           assign to ".\valoracion_fecha.csv"
           organization is line sequential
           file status is ws-estado-salida.
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_articulo.cpy".
      *Utiliza la estructura de los ficheros de almacenes.
       copy "estructura_almacen.cpy".
      *Utiliza la estructura del fichero kardex de movimientos.
       copy "estructura_kardex.cpy".
      *Utiliza la estructura del fichero historico de precios.
       copy "estructura_historico_precio.cpy".
      *Utiliza la estructura del fichero de recuento fisico.
       copy "estructura_inventario.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
       fd archivo_kardex.
       01 registro_archivo_kardex pic x(84).
       fd salida_valoracion_fecha
         value of file-id is ".\valoracion_fecha.csv".
       01 registro_salida_valoracion pic x(100).
       working-storage section.
       77 continuar pic x.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-salida pic xx value spaces.
       77 ws-estado-almacenes pic xx value spaces.
       77 ws-estado-stock-alm pic xx value spaces.
       77 ws-estado-kardex pic xx value spaces.
       77 ws-estado-archivo pic xx value spaces.
       77 ws-estado-historico pic xx value spaces.
       77 ws-estado-inventario pic xx value spaces.
       77 fin_lectura pic 9 value 0.
      *Fecha de corte y almacen pedidos (en blanco, toda la
      *empresa con su desglose por almacen).
       01 fecha_corte pic 9(8) value 0.
       01 fecha_corte_det redefines fecha_corte.
          02 corte_anio pic 9(4).
          02 corte_mes  pic 99.
          02 corte_dia  pic 99.
       77 almacen_corte pic x(2) value spaces.
       01 ws-fecha-hoy.
           02 wc-anio-hoy pic 9999.
           02 wc-mes-hoy  pic 99.
           02 wc-dia-hoy  pic 99.
       77 fecha_hoy pic 9(8) value 0.
       77 datos_validos pic 9 value 0.
      *Nombre del archivo anual del kardex que se esta leyendo.
       77 nombre_archivo_kardex pic x(30) value spaces.
       77 anio_archivo pic 9(4) value 0.
       77 archivos_leidos pic 9(3) value 0.
      *Movimiento del kardex descompuesto en campos.
       01 movimiento_kardex.
          02 kmv_articulo pic x(4).
          02 kmv_fecha pic 9(8).
          02 kmv_hora pic 9(8).
          02 kmv_signo pic x.
          02 kmv_unidades pic 9(7).
          02 kmv_programa pic x(24).
          02 kmv_venta pic x(8).
          02 kmv_coste pic x(9).
          02 kmv_almacen pic x(2).
       77 movimientos_deshechos pic 9(7) value 0.
      *Articulos de stock en orden de codigo, con las unidades de
      *la empresa reconstruidas y el coste medio de la fecha.
       77 num_articulos pic 9(4) value 0.
       77 articulos_desbordados pic 9(5) value 0.
       01 tabla_articulos_fecha.
          02 articulo_fecha occurs 3000 times.
             03 af_codigo pic x(4).
             03 af_descripcion pic x(20).
             03 af_unidades pic s9(9).
             03 af_coste pic 9(7)v99.
             03 af_coste_fijado pic 9.
       77 idx_articulo pic 9(4) value 0.
       77 articulo_buscado pic x(4) value spaces.
      *Saldos por articulo y almacen en orden de clave, con las
      *unidades reconstruidas.
       77 num_saldos pic 9(4) value 0.
       77 saldos_desbordados pic 9(5) value 0.
       01 tabla_saldos_fecha.
          02 saldo_fecha occurs 9000 times.
             03 sf_clave.
                04 sf_articulo pic x(4).
                04 sf_almacen pic x(2).
             03 sf_unidades pic s9(9).
       77 idx_saldo pic 9(4) value 0.
       77 idx_desplazar pic 9(4) value 0.
       01 saldo_buscado.
          02 saldo_buscado_articulo pic x(4).
          02 saldo_buscado_almacen pic x(2).
      *Busqueda binaria comun a las dos tablas.
       77 limite_inferior pic 9(4) value 0.
       77 limite_superior pic 9(4) value 0.
       77 punto_medio pic 9(4) value 0.
      *Linea de salida y totales.
       77 unidades_linea pic s9(9) value 0.
       77 unidades_editadas pic -(8)9.
       77 coste_editado pic z(6)9.99.
       77 valor_linea pic s9(13)v99 value 0.
       77 valor_editado pic -(13)9.99.
       77 almacen_linea pic x(2) value spaces.
       77 total_valoracion pic s9(15)v99 value 0.
       77 total_editado pic -(15)9.99.
       77 num_listados pic 9(7) value 0.
      *Comparacion con el recuento fisico de la misma fecha.
       77 unidades_contadas_editadas pic -(8)9.
       77 diferencia_recuento pic s9(9) value 0.
       77 diferencia_editada pic -(8)9.
       77 num_diferencias pic 9(7) value 0.
       77 recuentos_comparados pic 9(7) value 0.
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
      *Pide la fecha de corte y el almacen de la valoracion.
       01 p_datos_valoracion_fecha
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Valoracion del inventario a fecha".
           02 line 6 col 5 value "Fecha de corte (AAAAMMDD): ".
           02 line 6 col 33 REQUIRED pic 9(8) using fecha_corte.
           02 line 7 col 5 value "Almacen (blanco = todos): ".
           02 line 7 col 33 pic x(2) using almacen_corte.
      *Resumen de la valoracion grabada en el fichero.
       01 p_resumen_valoracion_fecha
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Valoracion del inventario a fecha".
           02 line 6 col 5 value "Fecha de corte: ".
           02 line 6 col 33 pic 9(8) from fecha_corte.
           02 line 7 col 5 value "Almacen: ".
           02 line 7 col 33 pic x(2) from almacen_corte.
           02 line 9 col 5 value "Movimientos deshechos: ".
           02 line 9 col 33 pic z(6)9 from movimientos_deshechos.
           02 line 10 col 5 value "Lineas valoradas: ".
           02 line 10 col 33 pic z(6)9 from num_listados.
           02 line 11 col 5 value "Valor total: ".
           02 line 11 col 33 pic -(15)9.99 from total_valoracion.
           02 line 12 col 5 value "Recuentos comparados: ".
           02 line 12 col 33 pic z(6)9 from recuentos_comparados.
           02 line 13 col 5 value "Diferencias con el recuento: ".
           02 line 13 col 33 pic z(6)9 from num_diferencias.
           02 line 15 col 5
              value "Informe grabado en fichero valoracion_fecha.csv".
           02 line 18 col 15 value "Pulse una tecla para continuar".

       procedure division using sesion-expirada-llamada.
       perform leer_parametros.
      *Valora el almacen a una fecha pasada: parte del stock de hoy
      *de cada articulo y almacen y deshace todos los movimientos
      *del kardex posteriores a la fecha de corte, tambien los que
      *la purga de retencion ya paso a los archivos anuales. Las
      *unidades se valoran al coste medio que regia ese dia segun el
      *historico de precios. Si hubo un recuento fisico congelado
      *esa misma fecha, lista las diferencias con lo contado.
       move 0 to sesion-expirada-llamada.
       accept ws-fecha-hoy from date yyyymmdd.
       move ws-fecha-hoy to fecha_hoy.
       move 0 to fecha_corte.
       move spaces to almacen_corte.
       display pantallaMarco.
       display p_datos_valoracion_fecha.
       accept p_datos_valoracion_fecha
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           perform validar_datos_valoracion
           if datos_validos = 1
               perform reconstruir_valoracion
               display PantallaMarco
               display p_resumen_valoracion_fecha
               accept continuar
           end-if
       end-if.
       exit program.

      *Comprueba la fecha de corte, que no puede ser futura, y el
      *almacen si se indico.
       validar_datos_valoracion.
       move 1 to datos_validos.
       if corte_mes < 1 or corte_mes > 12
          or corte_dia < 1 or corte_dia > 31
          or fecha_corte > fecha_hoy
           move 0 to datos_validos
           move spaces to ws-estado-fichero
           move "Fecha de corte no valida." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-if.
       if almacen_corte not = spaces
           open input almacenes
           if ws-estado-almacenes not = "00"
               move 0 to datos_validos
           else
               move almacen_corte to alm_codigo
               read almacenes
                 key is alm_codigo
                 invalid key
                   move 0 to datos_validos
               end-read
               close almacenes
           end-if
           if datos_validos = 0
               move spaces to ws-estado-fichero
               move "Almacen no encontrado." to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
           end-if
       end-if.

      *Reconstruye el stock de la fecha, lo valora y lo compara con
      *el recuento, grabandolo todo en el fichero de salida.
       reconstruir_valoracion.
       perform cargar_articulos_fecha.
       perform cargar_saldos_fecha.
       perform deshacer_archivos_kardex.
       open input kardex.
       if ws-estado-kardex = "00"
           move 0 to fin_lectura
           perform until fin_lectura = 1
             read kardex
               at end
                 move 1 to fin_lectura
               not at end
                 move registro_kardex to registro_archivo_kardex
                 perform deshacer_movimiento
             end-read
           end-perform
           close kardex
       end-if.
       perform fijar_costes_fecha.
       open output salida_valoracion_fecha.
       move spaces to registro_salida_valoracion.
       string "VALORACION A FECHA," delimited by size
              fecha_corte delimited by size
              ",ALMACEN," delimited by size
              almacen_corte delimited by size
         into registro_salida_valoracion
       end-string.
       write registro_salida_valoracion.
       move "CODIGO,DESCRIPCION,ALMACEN,UNIDADES,COSTE,VALOR"
         to registro_salida_valoracion.
       write registro_salida_valoracion.
       perform valorar_articulo_fecha
         varying idx_articulo from 1 by 1
         until idx_articulo > num_articulos.
       move total_valoracion to total_editado.
       move spaces to registro_salida_valoracion.
       string "TOTAL,,,,," delimited by size
              total_editado delimited by size
         into registro_salida_valoracion
       end-string.
       write registro_salida_valoracion.
       perform comparar_recuento_fecha.
       close salida_valoracion_fecha.

      *Carga los articulos de stock con el stock y el coste de hoy.
       cargar_articulos_fecha.
       move 0 to num_articulos.
      *El maestro de articulos se abre sin clausula de estado, como
      *en el resto de la aplicacion.
       open input articulos.
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
      *      Los servicios y cargos no forman parte del inventario.
             if articulo_de_stock of RArticulo
                 if num_articulos < 3000
                     add 1 to num_articulos
                     move codigo_articulo of RArticulo
                       to af_codigo(num_articulos)
                     move descripcion of RArticulo
                       to af_descripcion(num_articulos)
                     move stock_actual of RArticulo
                       to af_unidades(num_articulos)
                     move coste_medio of RArticulo
                       to af_coste(num_articulos)
                     move 0 to af_coste_fijado(num_articulos)
                 else
                     add 1 to articulos_desbordados
                 end-if
             end-if
         end-read
       end-perform.
       close articulos.

      *Carga los saldos de hoy por articulo y almacen.
       cargar_saldos_fecha.
       move 0 to num_saldos.
       open input stock_almacen.
       if ws-estado-stock-alm not = "00"
           exit paragraph
       end-if.
       move low-values to sa_clave.
       move 0 to fin_lectura.
       start stock_almacen
         key is not less than sa_clave
         invalid key
           move 1 to fin_lectura
       end-start.
       perform until fin_lectura = 1
         read stock_almacen next
           at end
             move 1 to fin_lectura
           not at end
             if num_saldos < 9000
                 add 1 to num_saldos
                 move sa_codigo_articulo to sf_articulo(num_saldos)
                 move sa_codigo_almacen to sf_almacen(num_saldos)
                 move sa_stock to sf_unidades(num_saldos)
             else
                 add 1 to saldos_desbordados
             end-if
         end-read
       end-perform.
       close stock_almacen.

      *Lee los archivos anuales del kardex desde el anio de corte
      *hasta el actual; los que no existen se saltan.
       deshacer_archivos_kardex.
       perform varying anio_archivo from corte_anio by 1
         until anio_archivo > wc-anio-hoy
           move spaces to nombre_archivo_kardex
           string "kardex_" delimited by size
                  anio_archivo delimited by size
                  ".dat" delimited by size
             into nombre_archivo_kardex
           end-string
           open input archivo_kardex
           if ws-estado-archivo = "00"
               add 1 to archivos_leidos
               move 0 to fin_lectura
               perform until fin_lectura = 1
                 read archivo_kardex
                   at end
                     move 1 to fin_lectura
                   not at end
                     perform deshacer_movimiento
                 end-read
               end-perform
               close archivo_kardex
           end-if
       end-perform.

      *Deshace el movimiento de la linea leida si es posterior a la
      *fecha de corte: las entradas se restan y las salidas se
      *suman. El signo M (merma en cuarentena) no movio el saldo.
      *El almacen en blanco solo toca el total de la empresa.
       deshacer_movimiento.
       initialize movimiento_kardex.
       unstring registro_archivo_kardex delimited by ","
         into kmv_articulo
              kmv_fecha
              kmv_hora
              kmv_signo
              kmv_unidades
              kmv_programa
              kmv_venta
              kmv_coste
              kmv_almacen
       end-unstring.
       if kmv_fecha not > fecha_corte
           exit paragraph
       end-if.
       if kmv_signo not = "+" and kmv_signo not = "-"
           exit paragraph
       end-if.
       move kmv_articulo to articulo_buscado.
       perform buscar_articulo_fecha.
       if idx_articulo = 0
           exit paragraph
       end-if.
       add 1 to movimientos_deshechos.
       if kmv_signo = "+"
           subtract kmv_unidades from af_unidades(idx_articulo)
       else
           add kmv_unidades to af_unidades(idx_articulo)
       end-if.
       if kmv_almacen not = spaces
           move kmv_articulo to saldo_buscado_articulo
           move kmv_almacen to saldo_buscado_almacen
           perform buscar_saldo_fecha
           if idx_saldo = 0
               perform insertar_saldo_fecha
           end-if
           if idx_saldo not = 0
               if kmv_signo = "+"
                   subtract kmv_unidades from sf_unidades(idx_saldo)
               else
                   add kmv_unidades to sf_unidades(idx_saldo)
               end-if
           end-if
       end-if.

      *Busca articulo_buscado en la tabla de articulos; deja su
      *posicion en idx_articulo, o cero.
       buscar_articulo_fecha.
       move 0 to idx_articulo.
       move 1 to limite_inferior.
       move num_articulos to limite_superior.
       perform until limite_inferior > limite_superior
          or idx_articulo not = 0
           compute punto_medio = (limite_inferior + limite_superior) / 2
           evaluate true
             when af_codigo(punto_medio) = articulo_buscado
               move punto_medio to idx_articulo
             when af_codigo(punto_medio) < articulo_buscado
               compute limite_inferior = punto_medio + 1
             when other
               compute limite_superior = punto_medio - 1
           end-evaluate
       end-perform.

      *Busca saldo_buscado en la tabla de saldos; deja su posicion
      *en idx_saldo, o cero, y en limite_inferior el sitio que le
      *corresponde en el orden de la tabla.
       buscar_saldo_fecha.
       move 0 to idx_saldo.
       move 1 to limite_inferior.
       move num_saldos to limite_superior.
       perform until limite_inferior > limite_superior
          or idx_saldo not = 0
           compute punto_medio = (limite_inferior + limite_superior) / 2
           evaluate true
             when sf_clave(punto_medio) = saldo_buscado
               move punto_medio to idx_saldo
             when sf_clave(punto_medio) < saldo_buscado
               compute limite_inferior = punto_medio + 1
             when other
               compute limite_superior = punto_medio - 1
           end-evaluate
       end-perform.

      *Anade a la tabla, en su sitio, el saldo de un almacen que hoy
      *ya no tiene registro de saldo.
       insertar_saldo_fecha.
       if num_saldos = 9000
           add 1 to saldos_desbordados
           exit paragraph
       end-if.
       perform varying idx_desplazar from num_saldos by -1
         until idx_desplazar < limite_inferior
           move saldo_fecha(idx_desplazar)
             to saldo_fecha(idx_desplazar + 1)
       end-perform.
       add 1 to num_saldos.
       move limite_inferior to idx_saldo.
       move saldo_buscado to sf_clave(idx_saldo).
       move 0 to sf_unidades(idx_saldo).

      *Fija el coste medio de la fecha: el coste anterior del primer
      *cambio de coste registrado despues del corte; sin cambios
      *posteriores vale el coste de hoy.
       fijar_costes_fecha.
       open input historico_precios.
       if ws-estado-historico not = "00"
           exit paragraph
       end-if.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
         read historico_precios
           at end
             move 1 to fin_lectura
           not at end
             if hpr_fecha > fecha_corte
                and hpr_coste_anterior not = hpr_coste_nuevo
                 move hpr_codigo_articulo to articulo_buscado
                 perform buscar_articulo_fecha
                 if idx_articulo not = 0
                     if af_coste_fijado(idx_articulo) = 0
                         move hpr_coste_anterior
                           to af_coste(idx_articulo)
                         move 1 to af_coste_fijado(idx_articulo)
                     end-if
                 end-if
             end-if
         end-read
       end-perform.
       close historico_precios.

      *Valora el articulo: sin almacen pedido, la linea de la
      *empresa y su desglose por almacen; con almacen, solo el saldo
      *de ese almacen.
       valorar_articulo_fecha.
       if almacen_corte = spaces
           move spaces to almacen_linea
           move af_unidades(idx_articulo) to unidades_linea
           if unidades_linea not = 0
               perform escribir_linea_fecha
           end-if
           move af_codigo(idx_articulo) to saldo_buscado_articulo
           move low-values to saldo_buscado_almacen
           perform buscar_saldo_fecha
           perform varying idx_saldo from limite_inferior by 1
             until idx_saldo > num_saldos
                or sf_articulo(idx_saldo) not = af_codigo(idx_articulo)
               if sf_unidades(idx_saldo) not = 0
                   move sf_almacen(idx_saldo) to almacen_linea
                   move sf_unidades(idx_saldo) to unidades_linea
                   perform escribir_desglose_fecha
               end-if
           end-perform
       else
           move af_codigo(idx_articulo) to saldo_buscado_articulo
           move almacen_corte to saldo_buscado_almacen
           perform buscar_saldo_fecha
           if idx_saldo not = 0
               if sf_unidades(idx_saldo) not = 0
                   move almacen_corte to almacen_linea
                   move sf_unidades(idx_saldo) to unidades_linea
                   perform escribir_linea_fecha
               end-if
           end-if
       end-if.

      *Linea valorada que suma al total.
       escribir_linea_fecha.
       compute valor_linea = unidades_linea * af_coste(idx_articulo).
       add valor_linea to total_valoracion.
       add 1 to num_listados.
       perform escribir_csv_fecha.

      *Linea del desglose por almacen, que no vuelve a sumar.
       escribir_desglose_fecha.
       compute valor_linea = unidades_linea * af_coste(idx_articulo).
       perform escribir_csv_fecha.

      *Escribe en el CSV la linea preparada.
       escribir_csv_fecha.
       move unidades_linea to unidades_editadas.
       move af_coste(idx_articulo) to coste_editado.
       move valor_linea to valor_editado.
       move spaces to registro_salida_valoracion.
       string af_codigo(idx_articulo) delimited by size
              "," delimited by size
              af_descripcion(idx_articulo) delimited by "  "
              "," delimited by size
              almacen_linea delimited by space
              "," delimited by size
              unidades_editadas delimited by size
              "," delimited by size
              coste_editado delimited by size
              "," delimited by size
              valor_editado delimited by size
         into registro_salida_valoracion
       end-string.
       write registro_salida_valoracion.

      *Compara lo reconstruido con los recuentos fisicos congelados
      *en la fecha de corte (del almacen pedido, si se pidio uno) y
      *lista las diferencias al final del fichero.
       comparar_recuento_fecha.
       open input inventario.
       if ws-estado-inventario not = "00"
           exit paragraph
       end-if.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
         read inventario next
           at end
             move 1 to fin_lectura
           not at end
             if inv_fecha_congelacion = fecha_corte
                and not inv_pendiente
                and (almacen_corte = spaces
                     or inv_almacen = almacen_corte)
                 perform comparar_articulo_recuento
             end-if
         end-read
       end-perform.
       close inventario.

      *Compara un articulo contado con sus unidades reconstruidas.
       comparar_articulo_recuento.
       move inv_codigo_articulo to articulo_buscado.
       perform buscar_articulo_fecha.
       if idx_articulo = 0
           exit paragraph
       end-if.
       add 1 to recuentos_comparados.
       if inv_almacen = spaces
           move af_unidades(idx_articulo) to unidades_linea
       else
           move inv_codigo_articulo to saldo_buscado_articulo
           move inv_almacen to saldo_buscado_almacen
           perform buscar_saldo_fecha
           move 0 to unidades_linea
           if idx_saldo not = 0
               move sf_unidades(idx_saldo) to unidades_linea
           end-if
       end-if.
       compute diferencia_recuento = inv_contado - unidades_linea.
       if diferencia_recuento = 0
           exit paragraph
       end-if.
       add 1 to num_diferencias.
       if num_diferencias = 1
           move spaces to registro_salida_valoracion
           write registro_salida_valoracion
           move "DIFERENCIAS CON EL RECUENTO FISICO DE LA FECHA"
             to registro_salida_valoracion
           write registro_salida_valoracion
           move
           "CODIGO,DESCRIPCION,ALMACEN,RECONSTRUIDO,CONTADO,DIFERENCIA"
             to registro_salida_valoracion
           write registro_salida_valoracion
       end-if.
       move unidades_linea to unidades_editadas.
       move inv_contado to unidades_contadas_editadas.
       move diferencia_recuento to diferencia_editada.
       move spaces to registro_salida_valoracion.
       string inv_codigo_articulo delimited by size
              "," delimited by size
              af_descripcion(idx_articulo) delimited by "  "
              "," delimited by size
              inv_almacen delimited by space
              "," delimited by size
              unidades_editadas delimited by size
              "," delimited by size
              unidades_contadas_editadas delimited by size
              "," delimited by size
              diferencia_editada delimited by size
         into registro_salida_valoracion
       end-string.
       write registro_salida_valoracion.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".
