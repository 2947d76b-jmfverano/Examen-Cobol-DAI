       program-id. importar_devoluciones as "importar_devoluciones".

       environment division.
       configuration section.
       input-output section.
      *Utiliza las librerias del control de ficheros.
       copy "file_control.cpy".
      *Utiliza el control del fichero maestro de clientes.
       copy "file_control_clientes.cpy".
      *Utiliza el control del fichero de cobros de clientes.
       copy "file_control_cobros.cpy".
      *Utiliza el control del fichero de vencimientos.
       copy "file_control_vencimientos.cpy".
      *Utiliza el control del fichero de recibos devueltos.
       copy "file_control_recibos_devueltos.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de entrada con los recibos devueltos por el banco y
      *fichero de suspenso con las lineas que no casan con ningun
      *cobro de remesa, como en la carga del extracto.
       select entrada_devoluciones
           assign to ".\devoluciones_banco.csv"
           organization is line sequential
           file status is ws-estado-entrada.
       select suspenso_devoluciones
           assign to ".\devoluciones_suspenso.csv"
           organization is line sequential.
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_venta.cpy".
      *Ulitila la estructura del fichero maestro de clientes.
       copy "estructura_cliente.cpy".
      *Utiliza la estructura del fichero de cobros de clientes.
       copy "estructura_cobros.cpy".
      *Utiliza la estructura del fichero de vencimientos.
       copy "estructura_vencimiento.cpy".
      *Utiliza la estructura del fichero de recibos devueltos.
       copy "estructura_recibo_devuelto.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       fd entrada_devoluciones
         value of file-id is ".\devoluciones_banco.csv".
       01 linea_devolucion pic x(80).
       fd suspenso_devoluciones
         value of file-id is ".\devoluciones_suspenso.csv".
       01 registro_suspenso pic x(100).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "importar_devoluciones".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 fin_entrada pic 9 value 0.
       77 bucle_cobros pic 9 value 0.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-estado-cobros pic xx value spaces.
       77 ws-estado-recibos-dev pic xx value spaces.
       77 ws-estado-entrada pic xx value spaces.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de los vencimientos que reabre la devolucion.
       copy "ws_vencimientos.cpy".
       77 total_devueltos pic 9(7) value 0.
       77 total_suspensos pic 9(7) value 0.
       77 clientes_excluidos pic 9(5) value 0.
      *Devoluciones tras las que el cliente sale de las remesas.
       77 max_devoluciones pic 99 value 3.
      *Campos de la linea del banco: venta y vencimiento del recibo
      *(como en la remesa), importe y gastos sin punto decimal,
      *fecha de la devolucion y codigo de motivo.
       77 dbn_venta pic x(8) value spaces.
       77 dbn_vencimiento pic 99 value 0.
       77 dbn_importe pic 9(9)v99 value 0.
       77 dbn_fecha pic 9(8) value 0.
       77 dbn_motivo pic x(4) value spaces.
       77 dbn_gastos pic 9(5)v99 value 0.
       77 motivo_suspenso pic x(20) value spaces.
      *Cobro de remesa que se devuelve y numeros libres de la venta.
       77 cobro_devuelto pic 9(3) value 0.
       77 siguiente_numero_cobro pic 9(3) value 0.
       77 siguiente_vencimiento pic 99 value 0.
       77 importe_reabierto pic 9(9)v99 value 0.
      *Campos del codigo de venta recibido.
       copy "ws_codigo_venta.cpy".

       procedure division.
       perform iniciar_bitacora.
       perform leer_parametros.
       if parametros_leidos = 1
          and par_max_devoluciones is numeric
          and par_max_devoluciones not = 0
           move par_max_devoluciones to max_devoluciones
       end-if.
      *Carga de los recibos devueltos por el banco: cada linea se
      *casa con el cobro de remesa (forma DB) de su venta por el
      *importe. El cobro se anula con otro en negativo, el
      *vencimiento y la venta vuelven a quedar pendientes, los
      *gastos del banco se cargan al cliente como un vencimiento
      *aparte y el cliente que llega al maximo de devoluciones
      *queda fuera de las remesas. Lo que no casa va al suspenso.
       open input entrada_devoluciones.
       if ws-estado-entrada not = "00"
           display "Sin fichero de recibos devueltos."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       open i-o ventas.
       open i-o clientes.
       perform abrir_fichero_cobros.
       perform abrir_vencimientos_cobro.
       open i-o recibos_devueltos.
       if ws-estado-recibos-dev = "35"
           open output recibos_devueltos
           close recibos_devueltos
           open i-o recibos_devueltos
       end-if.
       open output suspenso_devoluciones.
       move "VENTA,VENCIMIENTO,IMPORTE,FECHA,MOTIVO,GASTOS,RECHAZO"
         to registro_suspenso.
       write registro_suspenso.
       move 0 to fin_entrada.
       perform procesar_linea_devolucion until fin_entrada = 1.
       close entrada_devoluciones.
       close ventas.
       close clientes.
       close cobros.
       perform cerrar_vencimientos_cobro.
       close recibos_devueltos.
       close suspenso_devoluciones.
       display "Recibos devueltos anotados: " total_devueltos.
       display "Lineas en suspenso: " total_suspensos.
       display "Clientes excluidos de remesas: " clientes_excluidos.
       move total_devueltos to bit_contador_1.
       move total_suspensos to bit_contador_2.
       move "OK" to bit_resultado.
       perform grabar_bitacora.
       exit program.

      *Lee y procesa una linea del fichero del banco.
       procesar_linea_devolucion.
       read entrada_devoluciones
         at end
           move 1 to fin_entrada
         not at end
           move spaces to dbn_venta
           move 0 to dbn_vencimiento
           move 0 to dbn_importe
           move 0 to dbn_fecha
           move spaces to dbn_motivo
           move 0 to dbn_gastos
           unstring linea_devolucion delimited by ","
             into dbn_venta dbn_vencimiento dbn_importe
                  dbn_fecha dbn_motivo dbn_gastos
           end-unstring
           move dbn_venta to venta_tecleada
           perform normalizar_codigo_venta
           move venta_tecleada to dbn_venta
           if dbn_importe = 0
               move "IMPORTE" to motivo_suspenso
               perform grabar_suspenso
           else
               perform casar_devolucion
           end-if
       end-read.

      *Busca la venta y el cobro de remesa devuelto y, si casa,
      *anota la devolucion.
       casar_devolucion.
       move dbn_venta to codigo_venta.
       read ventas
         key is codigo_venta
         invalid key
           move "VENTA" to motivo_suspenso
           perform grabar_suspenso
         not invalid key
           perform buscar_cobro_remesa
           if cobro_devuelto = 0
               move "SIN COBRO" to motivo_suspenso
               perform grabar_suspenso
           else
               perform anotar_devolucion
           end-if
       end-read.

      *Recorre los cobros de la venta: el devuelto es el ultimo de
      *remesa por el mismo importe que no este ya devuelto. Deja
      *preparado el numero del siguiente cobro.
       buscar_cobro_remesa.
       move 0 to cobro_devuelto.
       move 1 to siguiente_numero_cobro.
       move codigo_venta to cob_codigo_venta.
       move low-values to cob_numero.
       move 0 to bucle_cobros.
       start cobros
         key is not less than cob_clave
         invalid key
           move 1 to bucle_cobros
       end-start.
       perform until bucle_cobros = 1
         read cobros next
           at end
             move 1 to bucle_cobros
           not at end
             if cob_codigo_venta not = codigo_venta
                 move 1 to bucle_cobros
             else
                 compute siguiente_numero_cobro = cob_numero + 1
                 if cob_forma_pago = "DB"
                    and cob_importe = dbn_importe
                     move cob_codigo_venta to rdv_codigo_venta
                     move cob_numero to rdv_numero_cobro
                     read recibos_devueltos
                       key is rdv_clave
                       invalid key
                         move cob_numero to cobro_devuelto
                     end-read
                 end-if
             end-if
         end-read
       end-perform.

      *Anula el cobro, reabre el vencimiento y la venta, carga los
      *gastos y deja registrada la devolucion.
       anotar_devolucion.
       move codigo_venta to cob_codigo_venta.
       move siguiente_numero_cobro to cob_numero.
       move dbn_fecha to cob_fecha.
       compute cob_importe = 0 - dbn_importe.
       move "DB" to cob_forma_pago.
       move "N" to cob_contabilizado.
       write RCobro
         invalid key
           move "GRABACION" to motivo_suspenso
           perform grabar_suspenso
           exit paragraph
       end-write.
       perform reabrir_vencimiento.
       if venta_cobrada
           set venta_facturada to true
           rewrite RVenta
             invalid key
               continue
           end-rewrite
       end-if.
       move 0 to siguiente_vencimiento.
       if dbn_gastos > 0
           perform cargar_gastos_devolucion
       end-if.
       move codigo_venta to rdv_codigo_venta.
       move cobro_devuelto to rdv_numero_cobro.
       move codigo_cliente to rdv_codigo_cliente.
       move dbn_vencimiento to rdv_vencimiento.
       move dbn_fecha to rdv_fecha.
       move dbn_importe to rdv_importe.
       move dbn_motivo to rdv_motivo.
       move dbn_gastos to rdv_gastos.
       move siguiente_numero_cobro to rdv_cobro_anulacion.
       move siguiente_vencimiento to rdv_vencimiento_gastos.
       write RReciboDevuelto
         invalid key
           continue
       end-write.
       perform contar_devolucion_cliente.
       add 1 to total_devueltos.

      *Quita lo devuelto de lo cobrado del vencimiento del recibo,
      *que vuelve a quedar pendiente.
       reabrir_vencimiento.
       if vencimientos_abiertos = 1 and dbn_vencimiento not = 0
           move codigo_venta to vto_codigo_venta
           move dbn_vencimiento to vto_numero
           read vencimientos
             key is vto_clave
             invalid key
               continue
             not invalid key
               if dbn_importe < vto_cobrado
                   move dbn_importe to importe_reabierto
               else
                   move vto_cobrado to importe_reabierto
               end-if
               subtract importe_reabierto from vto_cobrado
               set vencimiento_pendiente to true
               rewrite RVencimiento
                 invalid key
                   continue
               end-rewrite
           end-read
       end-if.

      *Carga al cliente los gastos del banco como un vencimiento
      *mas de la venta, a la fecha de la devolucion.
       cargar_gastos_devolucion.
       if vencimientos_abiertos = 0
           exit paragraph
       end-if.
       move 1 to siguiente_vencimiento.
       move codigo_venta to vto_codigo_venta.
       move 0 to vto_numero.
       move 0 to fin_vencimientos.
       start vencimientos
         key is not less than vto_clave
         invalid key
           move 1 to fin_vencimientos
       end-start.
       perform until fin_vencimientos = 1
         read vencimientos next
           at end
             move 1 to fin_vencimientos
           not at end
             if vto_codigo_venta not = codigo_venta
                 move 1 to fin_vencimientos
             else
                 compute siguiente_vencimiento = vto_numero + 1
             end-if
         end-read
       end-perform.
       move codigo_venta to vto_codigo_venta.
       move siguiente_vencimiento to vto_numero.
       move codigo_cliente to vto_codigo_cliente.
       move factura_anio to vto_factura_anio.
       move factura_numero to vto_factura_numero.
       move dbn_fecha to vto_fecha_vencimiento.
       move dbn_gastos to vto_importe.
       move 0 to vto_cobrado.
       set vencimiento_pendiente to true.
       move 0 to vto_nivel_reclamacion.
       move 0 to vto_fecha_reclamacion.
       set vencimiento_gastos to true.
       move 0 to vto_intereses_hasta.
       move 0 to vto_nota_anio.
       move 0 to vto_nota_numero.
       write RVencimiento
         invalid key
           move 0 to siguiente_vencimiento
       end-write.

      *Suma la devolucion al cliente y lo saca de las remesas al
      *llegar al maximo.
       contar_devolucion_cliente.
       move codigo_cliente to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           continue
         not invalid key
           if devoluciones_recibo is not numeric
               move 0 to devoluciones_recibo
           end-if
           if devoluciones_recibo < 99
               add 1 to devoluciones_recibo
           end-if
           if devoluciones_recibo not < max_devoluciones
              and not cliente_excluido_remesa
               set cliente_excluido_remesa to true
               add 1 to clientes_excluidos
           end-if
           rewrite RCliente
             invalid key
               continue
           end-rewrite
       end-read.

      *Escribe la linea que no casa en el fichero de suspenso.
       grabar_suspenso.
       add 1 to total_suspensos.
       move spaces to registro_suspenso.
       string dbn_venta delimited by size
              "," delimited by size
              dbn_vencimiento delimited by size
              "," delimited by size
              dbn_importe delimited by size
              "," delimited by size
              dbn_fecha delimited by size
              "," delimited by size
              dbn_motivo delimited by size
              "," delimited by size
              dbn_gastos delimited by size
              "," delimited by size
              motivo_suspenso delimited by size
         into registro_suspenso
       end-string.
       write registro_suspenso.

      *Abre el fichero de cobros, creandolo vacio la primera vez.
       abrir_fichero_cobros.
       open i-o cobros.
       if ws-estado-cobros = "35"
           open output cobros
           close cobros
           open i-o cobros
       end-if.

      *Apertura de los vencimientos de las ventas.
       copy "parrafo_aplicar_vencimientos.cpy".

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".

      *Codigo de venta recibido completado con ceros.
       copy "parrafo_codigo_venta.cpy".
