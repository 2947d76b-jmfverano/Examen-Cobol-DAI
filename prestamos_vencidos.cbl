       program-id. prestamos_vencidos as "prestamos_vencidos".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero de prestamos de equipos.
       copy "file_control_prestamos.cpy".
      *Utiliza el control del fichero maestro de clientes.
       copy "file_control_clientes.cpy".
      *Utiliza el control del fichero maestro de agentes.
       copy "file_control_agentes.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de trabajo para ordenar por agente y fichero de
      *salida del informe.
       select ordenacion_prestamos assign to "ordenprest.tmp".
       select salida_prestamos
           assign to ".\prestamos_vencidos.csv"
           organization is line sequential.
       data division.
       file section.
      *Utiliza la estructura del fichero de prestamos de equipos.
       copy "estructura_prestamo.cpy".
      *Ulitila la estructura del fichero maestro de clientes.
       copy "estructura_cliente.cpy".
      *Utiliza la estructura del fichero maestro de agentes.
       copy "estructura_agente.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       sd ordenacion_prestamos.
       01 registro_orden_prestamo.
          02 orden_pst_agente pic xx.
          02 orden_pst_prevista pic 9(8).
          02 orden_pst_numero pic 9(6).
          02 orden_pst_cliente pic x(4).
          02 orden_pst_articulo pic x(4).
          02 orden_pst_unidades pic 9(5).
          02 orden_pst_dias pic 9(5).
          02 orden_pst_valor pic 9(11)v99.
       fd salida_prestamos
         value of file-id is ".\prestamos_vencidos.csv".
       01 registro_salida_prestamos pic x(150).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "prestamos_vencidos".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-prestamos pic xx value spaces.
       77 ws-estado-contador-pst pic xx value spaces.
       77 fin_prestamos pic 9 value 0.
       77 fin_orden pic 9 value 0.
      *Dias de retraso sobre la vuelta prevista (meses de 30 dias).
       01 ws-fecha-hoy.
           02 wc-anio-hoy pic 9999.
           02 wc-mes-hoy  pic 99.
           02 wc-dia-hoy  pic 99.
       01 ws-fecha-hoy-n redefines ws-fecha-hoy pic 9(8).
       01 fecha_prevista_pst.
           02 prevista_anio pic 9999.
           02 prevista_mes  pic 99.
           02 prevista_dia  pic 99.
       77 dias_retraso pic s9(7) value 0.
      *Agente en curso y totales del informe.
       77 hay_corte pic 9 value 0.
       77 agente_corte pic xx value spaces.
       77 nombre_agente_corte pic x(15) value spaces.
       77 nombre_cliente_prestamo pic x(15) value spaces.
       77 prestamos_agente pic 9(5) value 0.
       77 unidades_agente pic 9(7) value 0.
       77 valor_agente pic 9(11)v99 value 0.
       77 total_prestamos pic 9(7) value 0.
       77 total_agentes pic 9(7) value 0.
       77 total_valor pic 9(11)v99 value 0.

       procedure division.
       perform iniciar_bitacora.
      *Prestamos de equipos vencidos: por agente, los prestamos que
      *siguen abiertos despues de su fecha prevista de vuelta, con
      *las unidades, los dias de retraso y el valor a coste de lo
      *que esta fuera, para que cada agente lo reclame al cliente.
       accept ws-fecha-hoy from date yyyymmdd.
       open input prestamos.
       if ws-estado-prestamos not = "00"
           display "No hay prestamos de equipos grabados."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       open input clientes.
       open input agentes.
       sort ordenacion_prestamos
         on ascending key orden_pst_agente orden_pst_prevista
                          orden_pst_numero
         input procedure is seleccionar_prestamos
         output procedure is escribir_prestamos.
       close prestamos.
       close clientes.
       close agentes.
       display "Prestamos vencidos: " total_prestamos.
       move total_prestamos to bit_contador_1.
       move total_agentes to bit_contador_2.
       if total_prestamos = 0
           move "SINDATOS" to bit_resultado
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Recorre los prestamos y libera al fichero de trabajo los
      *abiertos cuya vuelta prevista ya paso.
       seleccionar_prestamos.
       move 0 to pst_numero.
       move 0 to fin_prestamos.
       start prestamos
         key is not less than pst_numero
         invalid key
           move 1 to fin_prestamos
       end-start.
       perform until fin_prestamos = 1
         read prestamos next
           at end
             move 1 to fin_prestamos
           not at end
             if prestamo_abierto
                and pst_fecha_prevista < ws-fecha-hoy-n
                 perform liberar_prestamo
             end-if
         end-read
       end-perform.

      *Calcula el retraso y el valor a coste del prestamo leido.
       liberar_prestamo.
       move pst_fecha_prevista to fecha_prevista_pst.
       compute dias_retraso =
           (wc-anio-hoy - prevista_anio) * 360
           + (wc-mes-hoy - prevista_mes) * 30
           + (wc-dia-hoy - prevista_dia).
       if dias_retraso < 1
           move 1 to dias_retraso
       end-if.
       move pst_codigo_agente to orden_pst_agente.
       move pst_fecha_prevista to orden_pst_prevista.
       move pst_numero to orden_pst_numero.
       move pst_codigo_cliente to orden_pst_cliente.
       move pst_codigo_articulo to orden_pst_articulo.
       move pst_unidades to orden_pst_unidades.
       move dias_retraso to orden_pst_dias.
       compute orden_pst_valor = pst_unidades * pst_coste.
       release registro_orden_prestamo.

      *Escribe el informe con corte por agente.
       escribir_prestamos.
       open output salida_prestamos.
       move spaces to registro_salida_prestamos.
       string "AGENTE,PRESTAMO,CLIENTE,NOMBRE,ARTICULO,UNIDADES,"
              delimited by size
              "VUELTA PREVISTA,DIAS RETRASO,VALOR COSTE"
              delimited by size
         into registro_salida_prestamos
       end-string.
       write registro_salida_prestamos.
       move 0 to hay_corte.
       move 0 to fin_orden.
       perform until fin_orden = 1
           return ordenacion_prestamos
             at end
               move 1 to fin_orden
             not at end
               if hay_corte = 0
                  or orden_pst_agente not = agente_corte
                   if hay_corte = 1
                       perform escribir_total_agente
                   end-if
                   perform escribir_cabecera_agente
               end-if
               perform escribir_prestamo_vencido
           end-return
       end-perform.
       if hay_corte = 1
           perform escribir_total_agente
       end-if.
       move spaces to registro_salida_prestamos.
       string "TOTAL GENERAL,," delimited by size
              total_prestamos delimited by size
              ",,,,,," delimited by size
              total_valor delimited by size
         into registro_salida_prestamos
       end-string.
       write registro_salida_prestamos.
       close salida_prestamos.

      *Cabecera del agente que empieza, con su nombre.
       escribir_cabecera_agente.
       move 1 to hay_corte.
       move orden_pst_agente to agente_corte.
       move 0 to prestamos_agente.
       move 0 to unidades_agente.
       move 0 to valor_agente.
       add 1 to total_agentes.
       move spaces to nombre_agente_corte.
       move agente_corte to codigo of RAgente.
       read agentes
         key is codigo of RAgente
         invalid key
           continue
         not invalid key
           move nombre of RAgente to nombre_agente_corte
       end-read.
       move spaces to registro_salida_prestamos.
       string "AGENTE," delimited by size
              agente_corte delimited by size
              "," delimited by size
              nombre_agente_corte delimited by size
         into registro_salida_prestamos
       end-string.
       write registro_salida_prestamos.

      *Linea de un prestamo vencido.
       escribir_prestamo_vencido.
       add 1 to prestamos_agente.
       add orden_pst_unidades to unidades_agente.
       add orden_pst_valor to valor_agente.
       add 1 to total_prestamos.
       add orden_pst_valor to total_valor.
       move spaces to nombre_cliente_prestamo.
       move orden_pst_cliente to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           continue
         not invalid key
           move nombre of RCliente to nombre_cliente_prestamo
       end-read.
       move spaces to registro_salida_prestamos.
       string orden_pst_agente delimited by size
              "," delimited by size
              orden_pst_numero delimited by size
              "," delimited by size
              orden_pst_cliente delimited by size
              "," delimited by size
              nombre_cliente_prestamo delimited by size
              "," delimited by size
              orden_pst_articulo delimited by size
              "," delimited by size
              orden_pst_unidades delimited by size
              "," delimited by size
              orden_pst_prevista delimited by size
              "," delimited by size
              orden_pst_dias delimited by size
              "," delimited by size
              orden_pst_valor delimited by size
         into registro_salida_prestamos
       end-string.
       write registro_salida_prestamos.

      *Totales del agente que termina.
       escribir_total_agente.
       move spaces to registro_salida_prestamos.
       string "TOTAL," delimited by size
              agente_corte delimited by size
              "," delimited by size
              prestamos_agente delimited by size
              ",,," delimited by size
              unidades_agente delimited by size
              ",,," delimited by size
              valor_agente delimited by size
         into registro_salida_prestamos
       end-string.
       write registro_salida_prestamos.

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
