       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Utiliza el control del fichero de contactos con clientes.
       copy "file_control_contactos_clientes.cpy".
      *Fichero de trabajo para ordenar por volumen perdido y
      *fichero de salida del informe.
       select ordenacion_dormidos assign to "ordendormido.tmp".
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
      *Utiliza la estructura del fichero de contactos con clientes.
       copy "estructura_contacto_cliente.cpy".
       sd ordenacion_dormidos.
       01 registro_orden_dormido.
          02 orden_dor_volumen pic 9(13)v99.
          02 orden_dor_ultima pic 9(8).
          02 orden_dor_meses pic 9(4).
          02 orden_dor_agente pic xx.
          02 orden_dor_fecha_contacto pic 9(8).
          02 orden_dor_tipo_contacto pic x.
          02 orden_dor_agente_contacto pic xx.
          02 orden_dor_notas_contacto pic x(60).
       fd salida_dormidos
         value of file-id is ".\clientes_dormidos.csv".
       01 registro_salida_dormidos pic x(180).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "informe_cli_dormidos".
       77 bucle_detalle pic 9 value 0.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-estado-detalle pic xx value spaces.
      *Ultimo contacto anotado con el cliente dormido.
       77 ws-estado-contactos pic xx value spaces.
       77 contactos_abiertos pic 9 value 0.
       77 fin_contactos pic 9 value 0.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
      *fecha de compra, el volumen de los doce meses anteriores a
      *esa ultima compra y su agente asignado, ordenados por el
      *volumen que se esta perdiendo, para que los agentes los
      *persigan antes de que se vayan del todo. De cada uno sale
      *tambien el ultimo contacto anotado, para saber si ya se le
      *esta llamando y que se le dijo.
       accept fecha_proceso from DATE YYYYMMDD.
       open input clientes.
       open input ventas.
       open input ventas_detalle.
       move 1 to contactos_abiertos.
       open input contactos_clientes.
       if ws-estado-contactos not = "00"
           move 0 to contactos_abiertos
       end-if.
       sort ordenacion_dormidos
         on descending key orden_dor_volumen
         input procedure is seleccionar_dormidos
       close clientes.
       close ventas.
       close ventas_detalle.
       if contactos_abiertos = 1
           close contactos_clientes
       end-if.
       display "Clientes dormidos: " clientes_dormidos.
       move clientes_dormidos to bit_contador_1.
       move "OK" to bit_resultado.
           move ultima_venta to orden_dor_ultima
           move meses_sin_comprar to orden_dor_meses
           move agente_asignado to orden_dor_agente
           perform buscar_ultimo_contacto
           release registro_orden_dormido
       end-if.

         end-read
       end-perform.

      *Busca el ultimo contacto anotado con el cliente: el de clave
      *mas alta, que es la de fecha y hora mas recientes.
       buscar_ultimo_contacto.
       move 0 to orden_dor_fecha_contacto.
       move spaces to orden_dor_tipo_contacto.
       move spaces to orden_dor_agente_contacto.
       move spaces to orden_dor_notas_contacto.
       if contactos_abiertos = 0
           exit paragraph
       end-if.
       move cliente_en_curso to cct_codigo_cliente.
       move 0 to cct_fecha.
       move 0 to cct_hora.
       move 0 to fin_contactos.
       start contactos_clientes
         key is not less than cct_clave
         invalid key
           move 1 to fin_contactos
       end-start.
       perform until fin_contactos = 1
         read contactos_clientes next
           at end
             move 1 to fin_contactos
           not at end
             if cct_codigo_cliente not = cliente_en_curso
                 move 1 to fin_contactos
             else
                 move cct_fecha to orden_dor_fecha_contacto
                 move cct_tipo to orden_dor_tipo_contacto
                 move cct_agente to orden_dor_agente_contacto
                 move cct_notas to orden_dor_notas_contacto
             end-if
         end-read
       end-perform.

      *Suma el importe de las ventas del cliente en los doce meses
      *anteriores a su ultima compra, como volumen anual perdido.
       acumular_volumen_anual.
      *Escribe el informe ya ordenado por volumen perdido.
       escribir_dormidos.
       open output salida_dormidos.
       move "CLIENTE,NOMBRE,ULTIMA VENTA,MESES,AGENTE,VOLUMEN,"
         & "ULTIMO CONTACTO,TIPO,AGENTE CONTACTO,NOTAS"
         to registro_salida_dormidos.
       write registro_salida_dormidos.
       move 0 to fin_orden.
                      orden_dor_agente delimited by size
                      "," delimited by size
                      orden_dor_volumen delimited by size
                      "," delimited by size
                      orden_dor_fecha_contacto delimited by size
                      "," delimited by size
                      orden_dor_tipo_contacto delimited by size
                      "," delimited by size
                      orden_dor_agente_contacto delimited by size
                      "," delimited by size
                      orden_dor_notas_contacto delimited by size
                 into registro_salida_dormidos
               end-string
               write registro_salida_dormidos
