       program-id. informe_presupuestos as "informe_presupuestos".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control de los ficheros de presupuestos.
       copy "file_control_presupuestos.cpy".
      *Utiliza el control del fichero de motivos de perdida.
       copy "file_control_motivos_perdida.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de trabajo para ordenar por agente y mes, y fichero
      *de salida del informe.
       select ordenacion_presupuestos assign to "ordenpresup.tmp".
       select salida_presupuestos
           assign to ".\presupuestos_agentes.csv"
           organization is line sequential.
       data division.
       file section.
      *Utiliza la estructura de los ficheros de presupuestos.
       copy "estructura_presupuesto.cpy".
      *Utiliza la estructura del fichero de motivos de perdida.
       copy "estructura_motivo_perdida.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       sd ordenacion_presupuestos.
       01 registro_orden_presupuesto.
          02 orden_pre_agente pic xx.
          02 orden_pre_mes pic 9(6).
          02 orden_pre_estado pic x.
          02 orden_pre_motivo pic xx.
          02 orden_pre_importe pic 9(11)v99.
          02 orden_pre_dias pic 9(5).
       fd salida_presupuestos
         value of file-id is ".\presupuestos_agentes.csv".
       01 registro_salida_presupuestos pic x(160).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "informe_presupuestos".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-presupuestos pic xx value spaces.
       77 ws-estado-pres-detalle pic xx value spaces.
       77 ws-estado-contador-pres pic xx value spaces.
       77 ws-estado-motivos pic xx value spaces.
       77 motivos_abiertos pic 9 value 0.
       77 fin_presupuestos pic 9 value 0.
       77 bucle_detalle pic 9 value 0.
       77 fin_orden pic 9 value 0.
      *Periodo del informe: los doce meses anteriores al actual y
      *lo que va de este.
       01 ws-fecha-hoy.
           02 wc-anio-hoy pic 9999.
           02 wc-mes-hoy  pic 99.
           02 wc-dia-hoy  pic 99.
       77 fecha_desde pic 9(8) value 0.
      *Fecha de cierre del presupuesto convertido, para los dias
      *hasta la conversion (meses de 30 dias).
       01 fecha_cierre_pre.
           02 cierre_anio pic 9999.
           02 cierre_mes  pic 99.
           02 cierre_dia  pic 99.
       77 dias_conversion pic s9(7) value 0.
       77 importe_presupuesto pic 9(11)v99 value 0.
      *Agente y mes en curso y sus acumulados.
       77 hay_corte pic 9 value 0.
       77 agente_corte pic xx value spaces.
       77 mes_corte pic 9(6) value 0.
       77 num_presupuestos pic 9(5) value 0.
       77 num_convertidos pic 9(5) value 0.
       77 importe_presupuestado pic 9(11)v99 value 0.
       77 importe_convertido pic 9(11)v99 value 0.
       77 importe_perdido pic 9(11)v99 value 0.
       77 importe_caducado pic 9(11)v99 value 0.
       77 importe_pendiente pic 9(11)v99 value 0.
       77 importe_cerrado pic 9(11)v99 value 0.
       77 suma_dias_conversion pic 9(9) value 0.
       77 dias_medios pic 9(5) value 0.
       77 porcentaje_exito pic 999v99 value 0.
      *Perdido del agente y mes por motivo.
       77 num_motivos pic 99 value 0.
       77 idx_motivo pic 99 value 0.
       77 motivo_encontrado pic 99 value 0.
       01 tabla_motivos_mes.
          02 motivo_mes occurs 20 times.
             03 mm_codigo pic xx.
             03 mm_importe pic 9(11)v99.
       77 descripcion_motivo pic x(30) value spaces.
       77 total_presupuestos pic 9(7) value 0.
       77 total_grupos pic 9(7) value 0.

       procedure division.
       perform iniciar_bitacora.
      *Seguimiento de presupuestos por agente y mes de alta: lo
      *presupuestado, lo convertido en venta, lo perdido (desglosado
      *por motivo), lo caducado y lo que sigue pendiente, con el
      *porcentaje de exito sobre lo ya cerrado y los dias medios
      *desde el presupuesto hasta la venta. Los importes son la base
      *de las lineas, con su descuento y sin IVA.
       accept ws-fecha-hoy from date yyyymmdd.
       compute fecha_desde =
           (wc-anio-hoy - 1) * 10000 + wc-mes-hoy * 100 + 1.
       open input presupuestos.
       if ws-estado-presupuestos not = "00"
           display "No hay presupuestos grabados."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       open input presupuestos_detalle.
       move 1 to motivos_abiertos.
       open input motivos_perdida.
       if ws-estado-motivos not = "00"
           move 0 to motivos_abiertos
       end-if.
       sort ordenacion_presupuestos
         on ascending key orden_pre_agente orden_pre_mes
         input procedure is seleccionar_presupuestos
         output procedure is escribir_presupuestos.
       close presupuestos.
       close presupuestos_detalle.
       if motivos_abiertos = 1
           close motivos_perdida
       end-if.
       display "Presupuestos del periodo: " total_presupuestos.
       move total_presupuestos to bit_contador_1.
       move total_grupos to bit_contador_2.
       if total_presupuestos = 0
           move "SINDATOS" to bit_resultado
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Recorre los presupuestos del periodo y los libera al fichero
      *de trabajo con su importe y su estado.
       seleccionar_presupuestos.
       move low-values to codigo_presupuesto.
       move 0 to fin_presupuestos.
       start presupuestos
         key is not less than codigo_presupuesto
         invalid key
           move 1 to fin_presupuestos
       end-start.
       perform until fin_presupuestos = 1
         read presupuestos next
           at end
             move 1 to fin_presupuestos
           not at end
             if pres_fecha not < fecha_desde
                 perform liberar_presupuesto
             end-if
         end-read
       end-perform.

      *Calcula el importe del presupuesto leido y lo libera.
       liberar_presupuesto.
       add 1 to total_presupuestos.
       compute importe_presupuesto rounded =
           pres_precio_venta * pres_numero_unidades
           * (1 - pres_descuento / 100).
       perform sumar_lineas_presupuesto.
       move pres_codigo_agente to orden_pre_agente.
       compute orden_pre_mes = pres_anio * 100 + pres_mes.
       move estado_presupuesto to orden_pre_estado.
       move spaces to orden_pre_motivo.
       if presupuesto_perdido
           move pres_motivo_perdida to orden_pre_motivo
       end-if.
       move importe_presupuesto to orden_pre_importe.
       move 0 to orden_pre_dias.
       if presupuesto_convertido
          and pres_fecha_cierre is numeric
          and pres_fecha_cierre not = 0
           move pres_fecha_cierre to fecha_cierre_pre
           compute dias_conversion =
               (cierre_anio - pres_anio) * 360
               + (cierre_mes - pres_mes) * 30
               + (cierre_dia - pres_dia)
           if dias_conversion > 0
               move dias_conversion to orden_pre_dias
           end-if
       end-if.
       release registro_orden_presupuesto.

      *Suma al importe las lineas adicionales del presupuesto.
       sumar_lineas_presupuesto.
       move codigo_presupuesto to pde_codigo_presupuesto.
       move low-values to pde_numero_linea.
       move 0 to bucle_detalle.
       start presupuestos_detalle
         key is not less than pde_clave
         invalid key
           move 1 to bucle_detalle
       end-start.
       perform until bucle_detalle = 1
         read presupuestos_detalle next
           at end
             move 1 to bucle_detalle
           not at end
             if pde_codigo_presupuesto not = codigo_presupuesto
                 move 1 to bucle_detalle
             else
                 compute importe_presupuesto rounded =
                     importe_presupuesto
                     + pde_precio_venta * pde_numero_unidades
                     * (1 - pde_descuento / 100)
             end-if
         end-read
       end-perform.

      *Escribe el informe con corte por agente y mes.
       escribir_presupuestos.
       open output salida_presupuestos.
       move spaces to registro_salida_presupuestos.
       string "AGENTE,MES,PRESUPUESTOS,PRESUPUESTADO,CONVERTIDO,"
              delimited by size
              "PERDIDO,CADUCADO,PENDIENTE,EXITO %,DIAS CONVERSION"
              delimited by size
         into registro_salida_presupuestos
       end-string.
       write registro_salida_presupuestos.
       move 0 to hay_corte.
       move 0 to fin_orden.
       perform until fin_orden = 1
           return ordenacion_presupuestos
             at end
               move 1 to fin_orden
             not at end
               if hay_corte = 0
                  or orden_pre_agente not = agente_corte
                  or orden_pre_mes not = mes_corte
                   if hay_corte = 1
                       perform escribir_grupo_presupuestos
                   end-if
                   perform iniciar_grupo_presupuestos
               end-if
               perform acumular_presupuesto
           end-return
       end-perform.
       if hay_corte = 1
           perform escribir_grupo_presupuestos
       end-if.
       close salida_presupuestos.

      *Empieza los acumulados de un agente y mes.
       iniciar_grupo_presupuestos.
       move 1 to hay_corte.
       move orden_pre_agente to agente_corte.
       move orden_pre_mes to mes_corte.
       move 0 to num_presupuestos.
       move 0 to num_convertidos.
       move 0 to importe_presupuestado.
       move 0 to importe_convertido.
       move 0 to importe_perdido.
       move 0 to importe_caducado.
       move 0 to importe_pendiente.
       move 0 to suma_dias_conversion.
       move 0 to num_motivos.
       initialize tabla_motivos_mes.
       add 1 to total_grupos.

      *Suma el presupuesto devuelto a su agente y mes segun su
      *estado; lo perdido se desglosa ademas por motivo.
       acumular_presupuesto.
       add 1 to num_presupuestos.
       add orden_pre_importe to importe_presupuestado.
       evaluate orden_pre_estado
         when "C"
           add 1 to num_convertidos
           add orden_pre_importe to importe_convertido
           add orden_pre_dias to suma_dias_conversion
         when "R"
           add orden_pre_importe to importe_perdido
           perform acumular_motivo_perdida
         when "E"
           add orden_pre_importe to importe_caducado
         when other
           add orden_pre_importe to importe_pendiente
       end-evaluate.

      *Suma el importe perdido a su motivo en la tabla del grupo;
      *pasados veinte motivos distintos, el resto va al ultimo.
       acumular_motivo_perdida.
       move 0 to motivo_encontrado.
       perform varying idx_motivo from 1 by 1
         until idx_motivo > num_motivos
           if mm_codigo(idx_motivo) = orden_pre_motivo
               move idx_motivo to motivo_encontrado
           end-if
       end-perform.
       if motivo_encontrado = 0
           if num_motivos < 20
               add 1 to num_motivos
               move orden_pre_motivo to mm_codigo(num_motivos)
           end-if
           move num_motivos to motivo_encontrado
       end-if.
       add orden_pre_importe to mm_importe(motivo_encontrado).

      *Escribe la linea del agente y mes y, debajo, lo perdido por
      *cada motivo.
       escribir_grupo_presupuestos.
       compute importe_cerrado =
           importe_convertido + importe_perdido + importe_caducado.
       move 0 to porcentaje_exito.
       if importe_cerrado > 0
           compute porcentaje_exito rounded =
               importe_convertido * 100 / importe_cerrado
       end-if.
       move 0 to dias_medios.
       if num_convertidos > 0
           compute dias_medios rounded =
               suma_dias_conversion / num_convertidos
       end-if.
       move spaces to registro_salida_presupuestos.
       string agente_corte delimited by size
              "," delimited by size
              mes_corte delimited by size
              "," delimited by size
              num_presupuestos delimited by size
              "," delimited by size
              importe_presupuestado delimited by size
              "," delimited by size
              importe_convertido delimited by size
              "," delimited by size
              importe_perdido delimited by size
              "," delimited by size
              importe_caducado delimited by size
              "," delimited by size
              importe_pendiente delimited by size
              "," delimited by size
              porcentaje_exito delimited by size
              "," delimited by size
              dias_medios delimited by size
         into registro_salida_presupuestos
       end-string.
       write registro_salida_presupuestos.
       perform varying idx_motivo from 1 by 1
         until idx_motivo > num_motivos
           perform escribir_motivo_perdida
       end-perform.

      *Linea de lo perdido por un motivo en el agente y mes.
       escribir_motivo_perdida.
       move spaces to descripcion_motivo.
       if motivos_abiertos = 1
           move mm_codigo(idx_motivo) to mot_codigo
           read motivos_perdida
             key is mot_codigo
             invalid key
               continue
             not invalid key
               move mot_descripcion to descripcion_motivo
           end-read
       end-if.
       move spaces to registro_salida_presupuestos.
       string "PERDIDO," delimited by size
              agente_corte delimited by size
              "," delimited by size
              mes_corte delimited by size
              "," delimited by size
              mm_codigo(idx_motivo) delimited by size
              "," delimited by size
              descripcion_motivo delimited by size
              "," delimited by size
              mm_importe(idx_motivo) delimited by size
         into registro_salida_presupuestos
       end-string.
       write registro_salida_presupuestos.

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
