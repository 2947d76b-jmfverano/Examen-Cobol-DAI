       program-id. informe_taller as "informe_taller".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control de los ficheros de ordenes de taller.
       copy "file_control_taller.cpy".
      *Utiliza el control del fichero maestro de tecnicos.
       copy "file_control_tecnicos.cpy".
      *Utiliza el control del fichero de festivos.
       copy "file_control_festivos.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de trabajo para agrupar por tecnico y fichero de
      *salida del informe.
       select ordenacion_tecnicos assign to "ordentecnico.tmp".
       select salida_taller
           assign to ".\informe_taller.csv"
           organization is line sequential.
       data division.
       file section.
      *Utiliza la estructura de los ficheros de ordenes de taller.
       copy "estructura_taller.cpy".
      *Utiliza la estructura del fichero maestro de tecnicos.
       copy "estructura_tecnico.cpy".
      *Utiliza la estructura del fichero de festivos.
       copy "estructura_festivo.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       sd ordenacion_tecnicos.
       01 registro_orden_tecnico.
          02 orden_tec_codigo     pic x(3).
          02 orden_tec_orden      pic 9(6).
          02 orden_tec_horas      pic 9(2).
          02 orden_tec_facturado  pic 9(7)v99.
          02 orden_tec_garantia   pic 9(7)v99.
       fd salida_taller
         value of file-id is ".\informe_taller.csv".
       01 registro_salida_taller pic x(120).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "informe_taller".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-estado-taller pic xx value spaces.
       77 ws-estado-taller-piezas pic xx value spaces.
       77 ws-estado-taller-tiempos pic xx value spaces.
       77 ws-estado-contador-ot pic xx value spaces.
       77 ws-estado-tecnicos pic xx value spaces.
       77 tecnicos_abiertos pic 9 value 0.
       77 tiempos_abiertos pic 9 value 0.
       77 fin_tiempos pic 9 value 0.
       77 fin_ordenes pic 9 value 0.
       77 fin_orden pic 9 value 0.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Dias laborables a partir de los que una orden abierta sale
      *como retrasada, del fichero de parametros.
       77 dias_max_taller pic 9(3) value 10.
      *Calendario laboral compartido.
       copy "ws_dia_laborable.cpy".
      *Acumulados del tecnico en curso.
       77 tecnico_corte pic x(3) value spaces.
       77 hay_corte pic 9 value 0.
       77 orden_corte pic 9(6) value 0.
       77 tecnico_horas pic 9(7) value 0.
       77 tecnico_ordenes pic 9(5) value 0.
       77 tecnico_facturado pic 9(9)v99 value 0.
       77 tecnico_garantia pic 9(9)v99 value 0.
       77 nombre_tecnico pic x(30) value spaces.
       77 total_lineas_horas pic 9(7) value 0.
      *Plazo de reparacion de las ordenes cerradas, en dias
      *laborables desde la entrada hasta el cierre.
       77 ordenes_cerradas pic 9(7) value 0.
       77 suma_dias_plazo pic 9(9) value 0.
       77 plazo_medio pic 9(5)v9 value 0.
       77 plazo_peor pic 9(5) value 0.
       77 orden_peor pic 9(6) value 0.
       77 ordenes_retrasadas pic 9(7) value 0.
      *Cuenta de dias laborables entre dos fechas: se excluye el
      *dia de partida y se incluye el de llegada.
       77 fecha_desde pic 9(8) value 0.
       77 fecha_hasta pic 9(8) value 0.
       77 dias_laborables_contados pic 9(5) value 0.
       77 dias_del_mes pic 99 value 0.
       77 resto_bisiesto pic 9(3) value 0.
       77 cociente_bisiesto pic 9(5) value 0.
       01 fecha_proceso pic 9(8) value 0.
      *Campos editados de las lineas del informe.
       77 plazo_medio_ed pic z(4)9.9.

       procedure division.
       perform iniciar_bitacora.
       perform leer_parametros.
       if parametros_leidos = 1
          and par_dias_taller is numeric
          and par_dias_taller not = 0
           move par_dias_taller to dias_max_taller
       end-if.
      *Informe del taller para organizar el banco de trabajo: horas
      *y valor de cada tecnico (lo facturado al cliente y lo que se
      *reclama al proveedor por garantia), plazo medio y peor de
      *reparacion en dias laborables desde la entrada al cierre, y
      *las ordenes abiertas que pasan del plazo de los parametros.
       accept fecha_proceso from DATE YYYYMMDD.
       open input ordenes_taller.
       if ws-estado-taller not = "00"
           display "No hay ordenes de taller."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       move 1 to tiempos_abiertos.
       open input ordenes_taller_tiempos.
       if ws-estado-taller-tiempos not = "00"
           move 0 to tiempos_abiertos
       end-if.
       move 1 to tecnicos_abiertos.
       open input tecnicos.
       if ws-estado-tecnicos not = "00"
           move 0 to tecnicos_abiertos
       end-if.
       move 1 to festivos_abierto.
       open input festivos.
       if ws-estado-festivos not = "00"
           move 0 to festivos_abierto
       end-if.
       open output salida_taller.
       sort ordenacion_tecnicos
         on ascending key orden_tec_codigo
                          orden_tec_orden
         input procedure is seleccionar_horas
         output procedure is escribir_tecnicos.
       perform escribir_plazos.
       perform escribir_retrasadas.
       close salida_taller.
       close ordenes_taller.
       if tiempos_abiertos = 1
           close ordenes_taller_tiempos
       end-if.
       if tecnicos_abiertos = 1
           close tecnicos
       end-if.
       if festivos_abierto = 1
           close festivos
       end-if.
       display "Lineas de horas: " total_lineas_horas.
       display "Ordenes cerradas: " ordenes_cerradas.
       display "Ordenes retrasadas: " ordenes_retrasadas.
       move total_lineas_horas to bit_contador_1.
       move ordenes_retrasadas to bit_contador_2.
       move "OK" to bit_resultado.
       perform grabar_bitacora.
       exit program.

      *Envia al fichero de trabajo cada linea de horas con su valor:
      *facturado si la orden se cerro con cargo al cliente, o
      *reclamado al proveedor si se cerro en garantia.
       seleccionar_horas.
       if tiempos_abiertos = 1
           move low-values to ott_clave
           move 0 to fin_tiempos
           start ordenes_taller_tiempos
             key is not less than ott_clave
             invalid key
               move 1 to fin_tiempos
           end-start
           perform until fin_tiempos = 1
             read ordenes_taller_tiempos next
               at end
                 move 1 to fin_tiempos
               not at end
                 perform preparar_linea_horas
             end-read
           end-perform
       end-if.

      *Valora la linea de horas leida y la libera.
       preparar_linea_horas.
       add 1 to total_lineas_horas.
       move ott_codigo_tecnico to orden_tec_codigo.
       move ott_numero to orden_tec_orden.
       move ott_horas to orden_tec_horas.
       move 0 to orden_tec_facturado.
       move 0 to orden_tec_garantia.
       move ott_numero to ot_numero.
       read ordenes_taller
         key is ot_numero
         invalid key
           continue
         not invalid key
           if orden_taller_cerrada
               if reparacion_en_garantia
                   compute orden_tec_garantia =
                       ott_horas * ot_tarifa
               else
                   compute orden_tec_facturado =
                       ott_horas * ot_tarifa
               end-if
           end-if
       end-read.
       release registro_orden_tecnico.

      *Escribe una linea por tecnico con sus horas, las ordenes en
      *las que trabajo y el valor facturado y reclamado.
       escribir_tecnicos.
       move spaces to registro_salida_taller.
       string "TECNICO,NOMBRE,HORAS,ORDENES,FACTURADO,"
                delimited by size
              "GARANTIA" delimited by size
         into registro_salida_taller
       end-string.
       write registro_salida_taller.
       move 0 to hay_corte.
       move 0 to fin_orden.
       perform until fin_orden = 1
           return ordenacion_tecnicos
             at end
               move 1 to fin_orden
             not at end
               if hay_corte = 0
                  or orden_tec_codigo not = tecnico_corte
                   if hay_corte = 1
                       perform escribir_linea_tecnico
                   end-if
                   move 1 to hay_corte
                   move orden_tec_codigo to tecnico_corte
                   move 0 to orden_corte
                   move 0 to tecnico_horas
                   move 0 to tecnico_ordenes
                   move 0 to tecnico_facturado
                   move 0 to tecnico_garantia
               end-if
               if orden_tec_orden not = orden_corte
                   add 1 to tecnico_ordenes
                   move orden_tec_orden to orden_corte
               end-if
               add orden_tec_horas to tecnico_horas
               add orden_tec_facturado to tecnico_facturado
               add orden_tec_garantia to tecnico_garantia
           end-return
       end-perform.
       if hay_corte = 1
           perform escribir_linea_tecnico
       end-if.

      *Escribe la linea del tecnico que se cierra con su nombre.
       escribir_linea_tecnico.
       move spaces to nombre_tecnico.
       if tecnicos_abiertos = 1
           move tecnico_corte to tec_codigo
           read tecnicos
             key is tec_codigo
             invalid key
               continue
             not invalid key
               move tec_nombre to nombre_tecnico
           end-read
       end-if.
       move spaces to registro_salida_taller.
       string tecnico_corte delimited by size
              "," delimited by size
              nombre_tecnico delimited by size
              "," delimited by size
              tecnico_horas delimited by size
              "," delimited by size
              tecnico_ordenes delimited by size
              "," delimited by size
              tecnico_facturado delimited by size
              "," delimited by size
              tecnico_garantia delimited by size
         into registro_salida_taller
       end-string.
       write registro_salida_taller.

      *Recorre las ordenes cerradas y escribe el plazo medio y el
      *peor plazo de reparacion en dias laborables.
       escribir_plazos.
       move 0 to ordenes_cerradas.
       move 0 to suma_dias_plazo.
       move 0 to plazo_peor.
       move 0 to orden_peor.
       move low-values to ot_numero.
       move 0 to fin_ordenes.
       start ordenes_taller
         key is not less than ot_numero
         invalid key
           move 1 to fin_ordenes
       end-start.
       perform until fin_ordenes = 1
         read ordenes_taller next
           at end
             move 1 to fin_ordenes
           not at end
             if orden_taller_cerrada
                and ot_fecha_cierre not = 0
                 move ot_fecha_entrada to fecha_desde
                 move ot_fecha_cierre to fecha_hasta
                 perform contar_dias_laborables
                 add 1 to ordenes_cerradas
                 add dias_laborables_contados to suma_dias_plazo
                 if dias_laborables_contados > plazo_peor
                    or orden_peor = 0
                     move dias_laborables_contados to plazo_peor
                     move ot_numero to orden_peor
                 end-if
             end-if
         end-read
       end-perform.
       move 0 to plazo_medio.
       if ordenes_cerradas not = 0
           compute plazo_medio rounded =
               suma_dias_plazo / ordenes_cerradas
       end-if.
       move plazo_medio to plazo_medio_ed.
       move spaces to registro_salida_taller.
       write registro_salida_taller.
       move "ORDENES CERRADAS,PLAZO MEDIO,PEOR PLAZO,ORDEN"
         to registro_salida_taller.
       write registro_salida_taller.
       move spaces to registro_salida_taller.
       string ordenes_cerradas delimited by size
              "," delimited by size
              plazo_medio_ed delimited by size
              "," delimited by size
              plazo_peor delimited by size
              "," delimited by size
              orden_peor delimited by size
         into registro_salida_taller
       end-string.
       write registro_salida_taller.

      *Lista las ordenes abiertas que llevan en el taller mas dias
      *laborables de los que marcan los parametros.
       escribir_retrasadas.
       move spaces to registro_salida_taller.
       write registro_salida_taller.
       move "RETRASADA,CLIENTE,ENTRADA,DIAS LABORABLES,APARATO"
         to registro_salida_taller.
       write registro_salida_taller.
       move low-values to ot_numero.
       move 0 to fin_ordenes.
       start ordenes_taller
         key is not less than ot_numero
         invalid key
           move 1 to fin_ordenes
       end-start.
       perform until fin_ordenes = 1
         read ordenes_taller next
           at end
             move 1 to fin_ordenes
           not at end
             if orden_taller_abierta
                 move ot_fecha_entrada to fecha_desde
                 move fecha_proceso to fecha_hasta
                 perform contar_dias_laborables
                 if dias_laborables_contados > dias_max_taller
                     add 1 to ordenes_retrasadas
                     perform escribir_linea_retrasada
                 end-if
             end-if
         end-read
       end-perform.

      *Escribe la orden abierta retrasada.
       escribir_linea_retrasada.
       move spaces to registro_salida_taller.
       string ot_numero delimited by size
              "," delimited by size
              ot_codigo_cliente delimited by size
              "," delimited by size
              ot_fecha_entrada delimited by size
              "," delimited by size
              dias_laborables_contados delimited by size
              "," delimited by size
              ot_unidad delimited by size
         into registro_salida_taller
       end-string.
       write registro_salida_taller.

      *Cuenta los dias laborables que hay despues de fecha_desde
      *hasta fecha_hasta inclusive, avanzando dia a dia sobre el
      *calendario laboral.
       contar_dias_laborables.
       move 0 to dias_laborables_contados.
       if fecha_desde is numeric and fecha_desde not = 0
          and fecha_hasta > fecha_desde
           move fecha_desde to fecha_laborable
           perform until fecha_laborable not < fecha_hasta
               perform avanzar_fecha_laborable
               perform es_dia_laborable
               if dia_laborable = 1
                   add 1 to dias_laborables_contados
               end-if
           end-perform
       end-if.

      *Pasa fecha_laborable al dia siguiente del calendario, con
      *los anios bisiestos del calendario gregoriano.
       avanzar_fecha_laborable.
       evaluate lab_mes
         when 4
         when 6
         when 9
         when 11
           move 30 to dias_del_mes
         when 2
           move 28 to dias_del_mes
           divide lab_anio by 4 giving cociente_bisiesto
             remainder resto_bisiesto
           if resto_bisiesto = 0
               move 29 to dias_del_mes
               divide lab_anio by 100 giving cociente_bisiesto
                 remainder resto_bisiesto
               if resto_bisiesto = 0
                   move 28 to dias_del_mes
                   divide lab_anio by 400 giving cociente_bisiesto
                     remainder resto_bisiesto
                   if resto_bisiesto = 0
                       move 29 to dias_del_mes
                   end-if
               end-if
           end-if
         when other
           move 31 to dias_del_mes
       end-evaluate.
       if lab_dia < dias_del_mes
           add 1 to lab_dia
       else
           move 1 to lab_dia
           if lab_mes < 12
               add 1 to lab_mes
           else
               move 1 to lab_mes
               add 1 to lab_anio
           end-if
       end-if.

      *Calendario laboral: sabados, domingos y festivos.
       copy "parrafo_dia_laborable.cpy".

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
