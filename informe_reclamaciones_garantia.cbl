       program-id. informe_reclamaciones_garantia
           as "informe_reclamaciones_garantia".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero de reclamaciones de garantia.
       copy "file_control_reclamaciones_garantia.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de trabajo para agrupar por proveedor y fichero de
      *salida del informe.
       select ordenacion_reclamaciones assign to "ordenreclam.tmp".
       select salida_reclamaciones
           assign to ".\reclamaciones_garantia.csv"
           organization is line sequential.
       data division.
       file section.
      *Utiliza la estructura del fichero de reclamaciones de garantia.
       copy "estructura_reclamacion_garantia.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       sd ordenacion_reclamaciones.
       01 registro_orden_reclamacion.
          02 orden_rec_proveedor pic x(4).
          02 orden_rec_fecha     pic 9(8).
          02 orden_rec_orden     pic 9(6).
          02 orden_rec_serie     pic x(20).
          02 orden_rec_articulo  pic x(4).
          02 orden_rec_piezas    pic 9(7)v99.
          02 orden_rec_horas     pic 9(3).
          02 orden_rec_mano_obra pic 9(7)v99.
          02 orden_rec_dias      pic 9(7).
       fd salida_reclamaciones
         value of file-id is ".\reclamaciones_garantia.csv".
       01 registro_salida_reclamaciones pic x(120).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "inf_reclamaciones_gar".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 fin_reclamaciones pic 9 value 0.
       77 fin_orden pic 9 value 0.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-estado-reclamaciones pic xx value spaces.
       77 total_reclamaciones pic 9(7) value 0.
      *Dias que lleva abierta la reclamacion evaluada, sobre el
      *calendario comercial de meses de 30 dias.
       77 dias_abierta pic s9(7) value 0.
      *Importes del proveedor en curso y totales del informe.
       77 proveedor_corte pic x(4) value spaces.
       77 hay_corte pic 9 value 0.
       77 importe_reclamacion pic 9(9)v99 value 0.
       77 subtotal_piezas pic 9(11)v99 value 0.
       77 subtotal_mano_obra pic 9(11)v99 value 0.
       77 total_piezas pic 9(11)v99 value 0.
       77 total_mano_obra pic 9(11)v99 value 0.
       01 fecha_proceso pic 9(8) value 0.
       01 fecha_proceso_det redefines fecha_proceso.
          02 proceso_anio pic 9(4).
          02 proceso_mes  pic 99.
          02 proceso_dia  pic 99.
       01 fecha_reclamacion_aux pic 9(8) value 0.
       01 fecha_reclamacion_det redefines fecha_reclamacion_aux.
          02 reclamacion_anio pic 9(4).
          02 reclamacion_mes  pic 99.
          02 reclamacion_dia  pic 99.

       procedure division.
       perform iniciar_bitacora.
      *Reclamaciones de garantia abiertas: las reparaciones en
      *garantia que el taller cerro sin cobrar al cliente y que el
      *proveedor aun no ha abonado ni repuesto, agrupadas por
      *proveedor con las piezas, la mano de obra y los dias que
      *lleva abierta cada una, para reclamarlas de una vez.
       accept fecha_proceso from DATE YYYYMMDD.
       open input reclamaciones_garantia.
       if ws-estado-reclamaciones not = "00"
           display "No hay reclamaciones de garantia."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       sort ordenacion_reclamaciones
         on ascending key orden_rec_proveedor
                          orden_rec_fecha
                          orden_rec_orden
         input procedure is seleccionar_reclamaciones
         output procedure is escribir_reclamaciones.
       close reclamaciones_garantia.
       display "Reclamaciones abiertas: " total_reclamaciones.
       move total_reclamaciones to bit_contador_1.
       move "OK" to bit_resultado.
       perform grabar_bitacora.
       exit program.

      *Envia al fichero de trabajo cada reclamacion abierta con los
      *dias que lleva sin liquidar.
       seleccionar_reclamaciones.
       move low-values to rgp_orden.
       move 0 to fin_reclamaciones.
       start reclamaciones_garantia
         key is not less than rgp_orden
         invalid key
           move 1 to fin_reclamaciones
       end-start.
       perform until fin_reclamaciones = 1
         read reclamaciones_garantia next
           at end
             move 1 to fin_reclamaciones
           not at end
             if reclamacion_abierta
                 perform preparar_reclamacion_orden
             end-if
         end-read
       end-perform.

      *Calcula los dias de la reclamacion y la libera al fichero de
      *trabajo.
       preparar_reclamacion_orden.
       move rgp_fecha to fecha_reclamacion_aux.
       compute dias_abierta =
           (proceso_anio - reclamacion_anio) * 360
           + (proceso_mes - reclamacion_mes) * 30
           + (proceso_dia - reclamacion_dia).
       if dias_abierta < 0
           move 0 to dias_abierta
       end-if.
       move rgp_codigo_proveedor to orden_rec_proveedor.
       move rgp_fecha to orden_rec_fecha.
       move rgp_orden to orden_rec_orden.
       move rgp_numero_serie to orden_rec_serie.
       move rgp_codigo_articulo to orden_rec_articulo.
       move rgp_importe_piezas to orden_rec_piezas.
       move rgp_horas to orden_rec_horas.
       move rgp_importe_mano_obra to orden_rec_mano_obra.
       move dias_abierta to orden_rec_dias.
       release registro_orden_reclamacion.

      *Escribe el informe agrupado por proveedor, con una linea por
      *reclamacion, el subtotal de cada proveedor y el total general
      *al final. Las reclamaciones sin proveedor localizado salen
      *las primeras, con el proveedor en blanco.
       escribir_reclamaciones.
       open output salida_reclamaciones.
       move spaces to registro_salida_reclamaciones.
       string "PROVEEDOR,ORDEN,FECHA,SERIE,ARTICULO," delimited by size
              "PIEZAS,HORAS,MANO OBRA,TOTAL,DIAS" delimited by size
         into registro_salida_reclamaciones
       end-string.
       write registro_salida_reclamaciones.
       move 0 to hay_corte.
       move 0 to fin_orden.
       perform until fin_orden = 1
           return ordenacion_reclamaciones
             at end
               move 1 to fin_orden
             not at end
               if hay_corte = 0
                  or orden_rec_proveedor not = proveedor_corte
                   if hay_corte = 1
                       perform escribir_subtotal_proveedor
                   end-if
                   move 1 to hay_corte
                   move orden_rec_proveedor to proveedor_corte
                   move 0 to subtotal_piezas
                   move 0 to subtotal_mano_obra
               end-if
               add 1 to total_reclamaciones
               add orden_rec_piezas to subtotal_piezas
               add orden_rec_mano_obra to subtotal_mano_obra
               add orden_rec_piezas to total_piezas
               add orden_rec_mano_obra to total_mano_obra
               perform escribir_linea_reclamacion
           end-return
       end-perform.
       if hay_corte = 1
           perform escribir_subtotal_proveedor
       end-if.
       perform escribir_total_general.
       close salida_reclamaciones.

      *Escribe una linea del informe con la reclamacion abierta.
       escribir_linea_reclamacion.
       compute importe_reclamacion =
           orden_rec_piezas + orden_rec_mano_obra.
       move spaces to registro_salida_reclamaciones.
       string orden_rec_proveedor delimited by size
              "," delimited by size
              orden_rec_orden delimited by size
              "," delimited by size
              orden_rec_fecha delimited by size
              "," delimited by size
              orden_rec_serie delimited by size
              "," delimited by size
              orden_rec_articulo delimited by size
              "," delimited by size
              orden_rec_piezas delimited by size
              "," delimited by size
              orden_rec_horas delimited by size
              "," delimited by size
              orden_rec_mano_obra delimited by size
              "," delimited by size
              importe_reclamacion delimited by size
              "," delimited by size
              orden_rec_dias delimited by size
         into registro_salida_reclamaciones
       end-string.
       write registro_salida_reclamaciones.

      *Escribe el subtotal del proveedor que se cierra.
       escribir_subtotal_proveedor.
       move spaces to registro_salida_reclamaciones.
       string "SUBTOTAL," delimited by size
              proveedor_corte delimited by size
              ",PIEZAS:" delimited by size
              subtotal_piezas delimited by size
              ",MANO OBRA:" delimited by size
              subtotal_mano_obra delimited by size
         into registro_salida_reclamaciones
       end-string.
       write registro_salida_reclamaciones.

      *Escribe el total general del informe.
       escribir_total_general.
       move spaces to registro_salida_reclamaciones.
       string "TOTAL,,PIEZAS:" delimited by size
              total_piezas delimited by size
              ",MANO OBRA:" delimited by size
              total_mano_obra delimited by size
         into registro_salida_reclamaciones
       end-string.
       write registro_salida_reclamaciones.

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
