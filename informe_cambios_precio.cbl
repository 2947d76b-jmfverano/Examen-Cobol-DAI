       program-id. informe_cambios_precio as "informe_cambios_precio".

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
      *Fichero de trabajo para agrupar por cambio y fichero de
      *salida del informe.
       select ordenacion_cambios assign to "ordencambios.tmp".
       select salida_cambios
           assign to ".\cambios_precio.csv"
           organization is line sequential.
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
       sd ordenacion_cambios.
       01 registro_orden_cambio.
          02 orden_cam_estado    pic x.
          02 orden_cam_numero    pic 9(6).
          02 orden_cam_articulo  pic x(4).
          02 orden_cam_fecha     pic 9(8).
          02 orden_cam_anterior  pic 9(7)v99.
          02 orden_cam_nuevo     pic 9(7)v99.
       fd salida_cambios
         value of file-id is ".\cambios_precio.csv".
       01 registro_salida_cambios pic x(120).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "informe_cambios_precio".
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
       77 ws-estado-historico pic xx value spaces.
       77 fin_cambios pic 9 value 0.
       77 fin_articulos pic 9 value 0.
       77 fin_historico pic 9 value 0.
       77 fin_orden pic 9 value 0.
      *Cambio en curso en la salida y totales del informe.
       77 hay_corte pic 9 value 0.
       77 estado_corte pic x value space.
       77 numero_corte pic 9(6) value 0.
       77 total_aplicados pic 9(7) value 0.
       77 total_pendientes pic 9(7) value 0.
       77 total_lineas pic 9(7) value 0.
       77 precio_previsto pic 9(7)v99 value 0.
       77 porcentaje_editado pic -zz9.99.
       77 descripcion_linea pic x(20) value spaces.

       procedure division.
       perform iniciar_bitacora.
      *Cambios de precio aplicados y pendientes: por cada cambio
      *programado, los articulos que ya cambio con el precio de antes
      *y el de despues sacados del historico, y para los que aun no
      *han llegado a su fecha, los articulos afectados con el precio
      *de hoy y el que tendran si nada cambia antes.
       open input cambios_precio.
       if ws-estado-cambios-precio not = "00"
           display "No hay cambios de precio programados."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       open input articulos.
       sort ordenacion_cambios
         on ascending key orden_cam_estado
                          orden_cam_numero
                          orden_cam_articulo
         input procedure is seleccionar_cambios
         output procedure is escribir_cambios.
       close cambios_precio.
       close articulos.
       display "Cambios aplicados: " total_aplicados.
       display "Cambios pendientes: " total_pendientes.
       move total_aplicados to bit_contador_1.
       move total_pendientes to bit_contador_2.
       if total_lineas = 0
           move "SINDATOS" to bit_resultado
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Envia al fichero de trabajo los precios cambiados por cambios
      *programados, leidos del historico, y la prevision de los
      *cambios pendientes.
       seleccionar_cambios.
       move 0 to fin_historico.
       open input historico_precios.
       if ws-estado-historico not = "00"
           move 1 to fin_historico
       end-if.
       perform until fin_historico = 1
         read historico_precios
           at end
             move 1 to fin_historico
           not at end
             if hpr_cambio_programado > 0
                 move "A" to orden_cam_estado
                 move hpr_cambio_programado to orden_cam_numero
                 move hpr_codigo_articulo to orden_cam_articulo
                 move hpr_fecha to orden_cam_fecha
                 move hpr_precio_anterior to orden_cam_anterior
                 move hpr_precio_nuevo to orden_cam_nuevo
                 release registro_orden_cambio
             end-if
         end-read
       end-perform.
       if ws-estado-historico = "00" or ws-estado-historico = "10"
           close historico_precios
       end-if.
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
                 perform prever_cambio_pendiente
             end-if
         end-read
       end-perform.

      *Libera la prevision de los articulos de un cambio pendiente.
       prever_cambio_pendiente.
       if cambio_de_articulo
           move cpr_codigo to codigo_articulo of RArticulo
           read articulos
             key is codigo_articulo of RArticulo
             invalid key
               continue
             not invalid key
               perform liberar_prevision
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
                     perform liberar_prevision
                 end-if
             end-read
           end-perform
       end-if.

      *Calcula el precio previsto del articulo leido y lo libera.
       liberar_prevision.
       if cambio_precio_absoluto
           move cpr_precio_nuevo to precio_previsto
       else
           compute precio_previsto rounded =
               precio_venta of RArticulo
               * (1 + cpr_porcentaje / 100)
             on size error
               move precio_venta of RArticulo to precio_previsto
           end-compute
       end-if.
       move "P" to orden_cam_estado.
       move cpr_numero to orden_cam_numero.
       move codigo_articulo of RArticulo to orden_cam_articulo.
       move cpr_fecha_efecto to orden_cam_fecha.
       move precio_venta of RArticulo to orden_cam_anterior.
       move precio_previsto to orden_cam_nuevo.
       release registro_orden_cambio.

      *Escribe el informe: primero los cambios aplicados y despues
      *los pendientes, cada uno con una linea de cabecera y una
      *linea por articulo.
       escribir_cambios.
       open output salida_cambios.
       move spaces to registro_salida_cambios.
       string "ESTADO,CAMBIO,ARTICULO,DESCRIPCION,FECHA," delimited
              by size
              "PRECIO ANTERIOR,PRECIO NUEVO" delimited by size
         into registro_salida_cambios
       end-string.
       write registro_salida_cambios.
       move 0 to hay_corte.
       move 0 to fin_orden.
       perform until fin_orden = 1
           return ordenacion_cambios
             at end
               move 1 to fin_orden
             not at end
               if hay_corte = 0
                  or orden_cam_estado not = estado_corte
                  or orden_cam_numero not = numero_corte
                   move 1 to hay_corte
                   move orden_cam_estado to estado_corte
                   move orden_cam_numero to numero_corte
                   perform escribir_cabecera_cambio
               end-if
               add 1 to total_lineas
               perform escribir_linea_cambio
           end-return
       end-perform.
       perform escribir_total_cambios.
       close salida_cambios.

      *Escribe la linea de cabecera del cambio que empieza.
       escribir_cabecera_cambio.
       if estado_corte = "A"
           add 1 to total_aplicados
       else
           add 1 to total_pendientes
       end-if.
       move numero_corte to cpr_numero.
       read cambios_precio
         key is cpr_numero
         invalid key
           move spaces to cpr_ambito
           move spaces to cpr_codigo
           move spaces to cpr_tipo
           move 0 to cpr_porcentaje
           move 0 to cpr_precio_nuevo
           move 0 to cpr_fecha_efecto
           move spaces to cpr_usuario
       end-read.
       move cpr_porcentaje to porcentaje_editado.
       move spaces to registro_salida_cambios.
       string "CAMBIO," delimited by size
              estado_corte delimited by size
              "," delimited by size
              numero_corte delimited by size
              ",EFECTO:" delimited by size
              cpr_fecha_efecto delimited by size
              ",AMBITO:" delimited by size
              cpr_ambito delimited by size
              "," delimited by size
              cpr_codigo delimited by size
              ",TIPO:" delimited by size
              cpr_tipo delimited by size
              ",PORCENTAJE:" delimited by size
              porcentaje_editado delimited by size
              ",PRECIO:" delimited by size
              cpr_precio_nuevo delimited by size
              ",USUARIO:" delimited by size
              cpr_usuario delimited by size
         into registro_salida_cambios
       end-string.
       write registro_salida_cambios.

      *Escribe una linea del informe con el articulo del cambio.
       escribir_linea_cambio.
       move orden_cam_articulo to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           move spaces to descripcion_linea
         not invalid key
           move descripcion of RArticulo to descripcion_linea
       end-read.
       move spaces to registro_salida_cambios.
       string orden_cam_estado delimited by size
              "," delimited by size
              orden_cam_numero delimited by size
              "," delimited by size
              orden_cam_articulo delimited by size
              "," delimited by size
              descripcion_linea delimited by size
              "," delimited by size
              orden_cam_fecha delimited by size
              "," delimited by size
              orden_cam_anterior delimited by size
              "," delimited by size
              orden_cam_nuevo delimited by size
         into registro_salida_cambios
       end-string.
       write registro_salida_cambios.

      *Escribe el total de cambios aplicados y pendientes.
       escribir_total_cambios.
       move spaces to registro_salida_cambios.
       string "TOTAL,APLICADOS:" delimited by size
              total_aplicados delimited by size
              ",PENDIENTES:" delimited by size
              total_pendientes delimited by size
         into registro_salida_cambios
       end-string.
       write registro_salida_cambios.

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
