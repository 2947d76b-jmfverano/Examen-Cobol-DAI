       program-id. informe_portes as "informe_portes".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control de los ficheros de transportistas y
      *tarifas de portes.
       copy "file_control_transportistas.cpy".
      *Utiliza el control del fichero registro de albaranes.
       copy "file_control_registro_albaranes.cpy".
      *Utiliza el control del fichero de facturas de proveedor.
       copy "file_control_facturas_proveedor.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de salida del informe.
       select salida_portes
           assign to ".\portes_mensual.csv"
           organization is line sequential.
       data division.
       file section.
      *Utiliza la estructura de los ficheros de transportistas y
      *tarifas de portes.
       copy "estructura_transportista.cpy".
      *Utiliza la estructura del fichero registro de albaranes.
       copy "estructura_registro_albaran.cpy".
      *Utiliza la estructura del fichero de facturas de proveedor.
       copy "estructura_factura_proveedor.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       fd salida_portes
         value of file-id is ".\portes_mensual.csv".
       01 registro_salida_portes pic x(160).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "informe_portes".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-transportistas pic xx value spaces.
       77 ws-estado-tarifas-porte pic xx value spaces.
       77 ws-estado-zonas-porte pic xx value spaces.
       77 ws-estado-reg-albaranes pic xx value spaces.
       77 ws-estado-fact-prov pic xx value spaces.
       77 fin_transportistas pic 9 value 0.
       77 fin_albaranes pic 9 value 0.
       77 fin_facturas_prov pic 9 value 0.
      *Mes del informe: el mes natural anterior al de hoy.
       01 ws-fecha-hoy.
           02 wc-anio-hoy pic 9999.
           02 wc-mes-hoy  pic 99.
           02 wc-dia-hoy  pic 99.
       77 anio_informe pic 9(4) value 0.
       77 mes_informe pic 99 value 0.
       77 fecha_desde pic 9(8) value 0.
       77 fecha_hasta pic 9(8) value 0.
      *Acumulados del mes por transportista. La primera posicion
      *recoge los envios que salieron sin transportista.
       77 num_transportistas pic 99 value 0.
       77 idx_tra pic 99 value 0.
       77 idx_encontrado pic 99 value 0.
       77 idx_desglose pic 9 value 0.
       01 tabla_portes.
          02 portes_t occurs 50 times.
             03 pt_codigo pic x(4).
             03 pt_nombre pic x(25).
             03 pt_proveedor pic x(4).
             03 pt_albaranes pic 9(5).
             03 pt_peso pic 9(9)v99.
             03 pt_coste pic 9(9)v99.
             03 pt_cobrado pic 9(9)v99.
             03 pt_facturado pic s9(9)v99.
       77 base_factura pic s9(9)v99 value 0.
       77 diferencia_portes pic s9(9)v99 value 0.
       77 facturado_editado pic -(9)9.99.
       77 diferencia_editada pic -(9)9.99.
       77 total_albaranes pic 9(7) value 0.
       77 total_coste pic 9(9)v99 value 0.
       77 total_cobrado pic 9(9)v99 value 0.
       77 total_facturado pic s9(9)v99 value 0.

       procedure division.
       perform iniciar_bitacora.
      *Informe mensual de portes: por transportista, los envios del
      *mes anterior con su peso, el coste calculado con las tarifas,
      *lo cargado a los clientes en sus facturas y lo que el
      *transportista nos ha facturado en el mes (bases imponibles
      *de sus facturas registradas, menos sus abonos), con la
      *diferencia entre lo facturado y lo calculado.
       accept ws-fecha-hoy from date yyyymmdd.
       if wc-mes-hoy = 1
           compute anio_informe = wc-anio-hoy - 1
           move 12 to mes_informe
       else
           move wc-anio-hoy to anio_informe
           compute mes_informe = wc-mes-hoy - 1
       end-if.
       compute fecha_desde =
           anio_informe * 10000 + mes_informe * 100 + 1.
       compute fecha_hasta = fecha_desde + 30.
       perform cargar_transportistas.
       perform acumular_albaranes.
       perform acumular_facturas_transportistas.
       open output salida_portes.
       move spaces to registro_salida_portes.
       string "TRANSPORTISTA,NOMBRE,ALBARANES,PESO,COSTE CALCULADO,"
              delimited by size
              "PORTES COBRADOS,FACTURADO TRANSPORTISTA,DIFERENCIA"
              delimited by size
         into registro_salida_portes
       end-string.
       write registro_salida_portes.
       perform varying idx_tra from 1 by 1
         until idx_tra > num_transportistas
           if pt_albaranes(idx_tra) > 0
              or pt_facturado(idx_tra) not = 0
               perform escribir_linea_portes
           end-if
       end-perform.
       perform escribir_total_portes.
       close salida_portes.
       display "Albaranes del mes: " total_albaranes.
       move total_albaranes to bit_contador_1.
       move num_transportistas to bit_contador_2.
       if total_albaranes = 0 and total_facturado = 0
           move "SINDATOS" to bit_resultado
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Carga en la tabla los transportistas del maestro, detras de
      *la posicion de los envios sin transportista.
       cargar_transportistas.
       initialize tabla_portes.
       move 1 to num_transportistas.
       move spaces to pt_codigo(1).
       move "(sin transportista)" to pt_nombre(1).
       move spaces to pt_proveedor(1).
       open input transportistas.
       if ws-estado-transportistas not = "00"
           exit paragraph
       end-if.
       move low-values to tra_codigo.
       move 0 to fin_transportistas.
       start transportistas
         key is not less than tra_codigo
         invalid key
           move 1 to fin_transportistas
       end-start.
       perform until fin_transportistas = 1
         read transportistas next
           at end
             move 1 to fin_transportistas
           not at end
             if num_transportistas < 50
                 add 1 to num_transportistas
                 move tra_codigo to pt_codigo(num_transportistas)
                 move tra_nombre to pt_nombre(num_transportistas)
                 move tra_codigo_proveedor
                   to pt_proveedor(num_transportistas)
             end-if
         end-read
       end-perform.
       close transportistas.

      *Suma los envios del mes a su transportista: peso, coste de
      *portes calculado y portes cargados al cliente.
       acumular_albaranes.
       open input registro_albaranes.
       if ws-estado-reg-albaranes not = "00"
           exit paragraph
       end-if.
       move low-values to alb_numero.
       move 0 to fin_albaranes.
       start registro_albaranes
         key is not less than alb_numero
         invalid key
           move 1 to fin_albaranes
       end-start.
       perform until fin_albaranes = 1
         read registro_albaranes next
           at end
             move 1 to fin_albaranes
           not at end
             if alb_fecha_generacion not < fecha_desde
                and alb_fecha_generacion not > fecha_hasta
                 perform acumular_albaran
             end-if
         end-read
       end-perform.
       close registro_albaranes.

      *Suma un albaran a su transportista; uno que ya no esta en el
      *maestro va con los envios sin transportista.
       acumular_albaran.
       move 1 to idx_encontrado.
       perform varying idx_tra from 2 by 1
         until idx_tra > num_transportistas
           if pt_codigo(idx_tra) = alb_transportista
               move idx_tra to idx_encontrado
           end-if
       end-perform.
       add 1 to pt_albaranes(idx_encontrado).
       add alb_peso_envio to pt_peso(idx_encontrado).
       add alb_coste_porte to pt_coste(idx_encontrado).
       add alb_porte_cobrado to pt_cobrado(idx_encontrado).
       add 1 to total_albaranes.
       add alb_coste_porte to total_coste.
       add alb_porte_cobrado to total_cobrado.

      *Suma a cada transportista las bases de las facturas de su
      *proveedor fechadas en el mes; los abonos restan.
       acumular_facturas_transportistas.
       open input facturas_proveedor.
       if ws-estado-fact-prov not = "00"
           exit paragraph
       end-if.
       move low-values to fpr_clave.
       move 0 to fin_facturas_prov.
       start facturas_proveedor
         key is not less than fpr_clave
         invalid key
           move 1 to fin_facturas_prov
       end-start.
       perform until fin_facturas_prov = 1
         read facturas_proveedor next
           at end
             move 1 to fin_facturas_prov
           not at end
             if fpr_fecha not < fecha_desde
                and fpr_fecha not > fecha_hasta
                 perform acumular_factura_transportista
             end-if
         end-read
       end-perform.
       close facturas_proveedor.

      *Suma la factura leida al transportista de su proveedor.
       acumular_factura_transportista.
       move 0 to idx_encontrado.
       perform varying idx_tra from 2 by 1
         until idx_tra > num_transportistas
           if pt_proveedor(idx_tra) = fpr_codigo_proveedor
              and pt_proveedor(idx_tra) not = spaces
              and idx_encontrado = 0
               move idx_tra to idx_encontrado
           end-if
       end-perform.
       if idx_encontrado > 0
           move 0 to base_factura
           perform varying idx_desglose from 1 by 1
             until idx_desglose > 3
               add fpr_base(idx_desglose) to base_factura
           end-perform
           if factura_prov_abono
               compute base_factura = 0 - base_factura
           end-if
           add base_factura to pt_facturado(idx_encontrado)
           add base_factura to total_facturado
       end-if.

      *Linea del informe de un transportista.
       escribir_linea_portes.
       compute diferencia_portes =
           pt_facturado(idx_tra) - pt_coste(idx_tra).
       move pt_facturado(idx_tra) to facturado_editado.
       move diferencia_portes to diferencia_editada.
       move spaces to registro_salida_portes.
       string pt_codigo(idx_tra) delimited by size
              "," delimited by size
              pt_nombre(idx_tra) delimited by size
              "," delimited by size
              pt_albaranes(idx_tra) delimited by size
              "," delimited by size
              pt_peso(idx_tra) delimited by size
              "," delimited by size
              pt_coste(idx_tra) delimited by size
              "," delimited by size
              pt_cobrado(idx_tra) delimited by size
              "," delimited by size
              facturado_editado delimited by size
              "," delimited by size
              diferencia_editada delimited by size
         into registro_salida_portes
       end-string.
       write registro_salida_portes.

      *Linea de totales del mes.
       escribir_total_portes.
       compute diferencia_portes = total_facturado - total_coste.
       move total_facturado to facturado_editado.
       move diferencia_portes to diferencia_editada.
       move spaces to registro_salida_portes.
       string "TOTAL," delimited by size
              anio_informe delimited by size
              "/" delimited by size
              mes_informe delimited by size
              "," delimited by size
              total_albaranes delimited by size
              ",," delimited by size
              total_coste delimited by size
              "," delimited by size
              total_cobrado delimited by size
              "," delimited by size
              facturado_editado delimited by size
              "," delimited by size
              diferencia_editada delimited by size
         into registro_salida_portes
       end-string.
       write registro_salida_portes.

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
