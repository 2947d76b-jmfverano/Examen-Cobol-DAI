       program-id. informe_impagados as "informe_impagados".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero de impagados.
       copy "file_control_impagados.cpy".
      *Utiliza el control del fichero maestro de agentes.
       copy "file_control_agentes.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de trabajo para ordenar por mes y agente y fichero de
      *salida del informe.
       select ordenacion_impagados assign to "ordenimp.tmp".
       select salida_impagados
           assign to ".\impagados.csv"
           organization is line sequential.
       data division.
       file section.
      *Utiliza la estructura del fichero de impagados.
       copy "estructura_impagado.cpy".
      *Utiliza la estructura del fichero maestro de agentes.
       copy "estructura_agente.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
      *Un movimiento por provision (D) y otro por fallido (F), con
      *el mes en que ocurrio.
       sd ordenacion_impagados.
       01 registro_orden_impagado.
          02 orden_imp_periodo pic 9(6).
          02 orden_imp_agente pic xx.
          02 orden_imp_tipo pic x.
          02 orden_imp_importe pic 9(9)v99.
          02 orden_imp_iva pic 9(9)v99.
       fd salida_impagados
         value of file-id is ".\impagados.csv".
       01 registro_salida_impagados pic x(150).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "informe_impagados".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-impagados pic xx value spaces.
       77 fin_impagados pic 9 value 0.
       77 fin_orden pic 9 value 0.
       77 idx_fallido pic 9 value 0.
      *Corte de control por mes y agente.
       77 hay_corte pic 9 value 0.
       77 periodo_corte pic 9(6) value 0.
       77 agente_corte pic xx value spaces.
       77 nombre_agente_imp pic x(15) value spaces.
       77 provisiones_agente pic 9(5) value 0.
       77 importe_prov_agente pic 9(11)v99 value 0.
       77 fallidos_agente pic 9(5) value 0.
       77 importe_fall_agente pic 9(11)v99 value 0.
       77 iva_agente pic 9(11)v99 value 0.
      *Totales del mes y generales.
       77 provisiones_periodo pic 9(5) value 0.
       77 importe_prov_periodo pic 9(11)v99 value 0.
       77 fallidos_periodo pic 9(5) value 0.
       77 importe_fall_periodo pic 9(11)v99 value 0.
       77 iva_periodo pic 9(11)v99 value 0.
       77 total_provisiones pic 9(7) value 0.
       77 total_importe_prov pic 9(11)v99 value 0.
       77 total_fallidos pic 9(7) value 0.
       77 total_importe_fall pic 9(11)v99 value 0.
       77 total_iva pic 9(11)v99 value 0.

       procedure division.
       perform iniciar_bitacora.
      *Informe de impagados: por mes y por agente de la venta, las
      *ventas pasadas a dudoso cobro con la base provisionada y las
      *dadas por fallidas con el importe perdido y el IVA
      *recuperado, con el total de cada mes y el general.
       open input impagados.
       if ws-estado-impagados not = "00"
           display "No hay impagados anotados."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       open input agentes.
       sort ordenacion_impagados
         on ascending key orden_imp_periodo
                          orden_imp_agente
         input procedure is seleccionar_impagados
         output procedure is escribir_impagados.
       close impagados.
       close agentes.
       display "Provisiones: " total_provisiones
               "  Fallidos: " total_fallidos.
       move total_provisiones to bit_contador_1.
       move total_fallidos to bit_contador_2.
       if total_provisiones = 0 and total_fallidos = 0
           move "SINDATOS" to bit_resultado
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Libera la provision de cada impagado y, si ya es fallido,
      *tambien el fallido, cada uno con su mes.
       seleccionar_impagados.
       move low-values to imp_codigo_venta.
       move 0 to fin_impagados.
       start impagados
         key is not less than imp_codigo_venta
         invalid key
           move 1 to fin_impagados
       end-start.
       perform until fin_impagados = 1
         read impagados next
           at end
             move 1 to fin_impagados
           not at end
             divide imp_fecha_dudoso by 100
               giving orden_imp_periodo
             move imp_agente to orden_imp_agente
             move "D" to orden_imp_tipo
             move imp_provision to orden_imp_importe
             move 0 to orden_imp_iva
             release registro_orden_impagado
             if impagado_fallido
                 divide imp_fecha_fallido by 100
                   giving orden_imp_periodo
                 move "F" to orden_imp_tipo
                 move imp_importe_fallido to orden_imp_importe
                 move 0 to orden_imp_iva
                 perform varying idx_fallido from 1 by 1
                   until idx_fallido > 3
                     add imp_cuota(idx_fallido) to orden_imp_iva
                 end-perform
                 release registro_orden_impagado
             end-if
         end-read
       end-perform.

      *Escribe las lineas por mes y agente con sus cortes de
      *control y el total general.
       escribir_impagados.
       open output salida_impagados.
       move spaces to registro_salida_impagados.
       string "PERIODO,AGENTE,NOMBRE,DUDOSOS,BASE PROVISIONADA,"
              delimited by size
              "FALLIDOS,IMPORTE FALLIDO,IVA RECUPERADO"
              delimited by size
         into registro_salida_impagados
       end-string.
       write registro_salida_impagados.
       move 0 to hay_corte.
       move 0 to fin_orden.
       perform until fin_orden = 1
           return ordenacion_impagados
             at end
               move 1 to fin_orden
             not at end
               perform acumular_movimiento_impagado
           end-return
       end-perform.
       if hay_corte = 1
           perform escribir_linea_agente
           perform escribir_total_periodo
       end-if.
       move spaces to registro_salida_impagados.
       string "TOTAL,,," delimited by size
              total_provisiones delimited by size
              "," delimited by size
              total_importe_prov delimited by size
              "," delimited by size
              total_fallidos delimited by size
              "," delimited by size
              total_importe_fall delimited by size
              "," delimited by size
              total_iva delimited by size
         into registro_salida_impagados
       end-string.
       write registro_salida_impagados.
       close salida_impagados.

      *Suma el movimiento devuelto por la ordenacion a su agente,
      *cerrando antes el agente y el mes que terminan.
       acumular_movimiento_impagado.
       if hay_corte = 1
          and (orden_imp_periodo not = periodo_corte
               or orden_imp_agente not = agente_corte)
           perform escribir_linea_agente
           if orden_imp_periodo not = periodo_corte
               perform escribir_total_periodo
           end-if
       end-if.
       if hay_corte = 0
          or orden_imp_periodo not = periodo_corte
           move 0 to provisiones_periodo
           move 0 to importe_prov_periodo
           move 0 to fallidos_periodo
           move 0 to importe_fall_periodo
           move 0 to iva_periodo
       end-if.
       if hay_corte = 0
          or orden_imp_periodo not = periodo_corte
          or orden_imp_agente not = agente_corte
           move 1 to hay_corte
           move orden_imp_periodo to periodo_corte
           move orden_imp_agente to agente_corte
           move 0 to provisiones_agente
           move 0 to importe_prov_agente
           move 0 to fallidos_agente
           move 0 to importe_fall_agente
           move 0 to iva_agente
       end-if.
       if orden_imp_tipo = "D"
           add 1 to provisiones_agente
           add orden_imp_importe to importe_prov_agente
       else
           add 1 to fallidos_agente
           add orden_imp_importe to importe_fall_agente
           add orden_imp_iva to iva_agente
       end-if.

      *Linea del agente que termina dentro de su mes, con su nombre.
       escribir_linea_agente.
       add provisiones_agente to provisiones_periodo.
       add importe_prov_agente to importe_prov_periodo.
       add fallidos_agente to fallidos_periodo.
       add importe_fall_agente to importe_fall_periodo.
       add iva_agente to iva_periodo.
       move spaces to nombre_agente_imp.
       move agente_corte to codigo of RAgente.
       read agentes
         key is codigo of RAgente
         invalid key
           continue
         not invalid key
           move nombre of RAgente to nombre_agente_imp
       end-read.
       move spaces to registro_salida_impagados.
       string periodo_corte delimited by size
              "," delimited by size
              agente_corte delimited by size
              "," delimited by size
              nombre_agente_imp delimited by size
              "," delimited by size
              provisiones_agente delimited by size
              "," delimited by size
              importe_prov_agente delimited by size
              "," delimited by size
              fallidos_agente delimited by size
              "," delimited by size
              importe_fall_agente delimited by size
              "," delimited by size
              iva_agente delimited by size
         into registro_salida_impagados
       end-string.
       write registro_salida_impagados.

      *Total del mes que termina, sumado al general.
       escribir_total_periodo.
       add provisiones_periodo to total_provisiones.
       add importe_prov_periodo to total_importe_prov.
       add fallidos_periodo to total_fallidos.
       add importe_fall_periodo to total_importe_fall.
       add iva_periodo to total_iva.
       move spaces to registro_salida_impagados.
       string "TOTAL MES," delimited by size
              periodo_corte delimited by size
              ",," delimited by size
              provisiones_periodo delimited by size
              "," delimited by size
              importe_prov_periodo delimited by size
              "," delimited by size
              fallidos_periodo delimited by size
              "," delimited by size
              importe_fall_periodo delimited by size
              "," delimited by size
              iva_periodo delimited by size
         into registro_salida_impagados
       end-string.
       write registro_salida_impagados.

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
