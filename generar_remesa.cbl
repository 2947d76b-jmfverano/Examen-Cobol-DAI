       copy "file_control_detalle.cpy".
      *Utiliza el control del fichero de cobros de clientes.
       copy "file_control_cobros.cpy".
      *Utiliza el control del fichero de vencimientos.
       copy "file_control_vencimientos.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Utiliza el control de la clave de las cuentas bancarias y de
      *su registro de accesos.
       copy "file_control_cuentas_bancarias.cpy".
      *Fichero de remesa para el banco.
       select salida_remesa
           assign to ".\remesa_banco.csv"
       copy "estructura_detalle.cpy".
      *Utiliza la estructura del fichero de cobros de clientes.
       copy "estructura_cobros.cpy".
      *Utiliza la estructura del fichero de vencimientos.
       copy "estructura_vencimiento.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
      *Utiliza la estructura de la clave de las cuentas bancarias y
      *de su registro de accesos.
       copy "estructura_cuentas_bancarias.cpy".
       fd salida_remesa
         value of file-id is ".\remesa_banco.csv".
       01 registro_salida_remesa pic x(140).
       77 ws-estado-detalle pic xx value spaces.
       77 ws-estado-cobros pic xx value spaces.
       77 confirma_remesa pic x value space.
      *Campos de la aplicacion de los cobros a los vencimientos.
       copy "ws_vencimientos.cpy".
       77 venta_con_vencimientos pic 9 value 0.
      *Fecha del proceso y vencimiento de cada venta sobre el
      *calendario comercial de meses de 30 dias.
       01 fecha_proceso pic 9(8) value 0.
       77 maximo_recibos pic 9(3) value 500.
       01 tabla_recibos.
          02 recibo_remesa occurs 500 times.
             03 rr_venta pic x(8).
             03 rr_vencimiento pic 99.
             03 rr_cliente pic x(4).
             03 rr_cuenta pic x(24).
             03 rr_importe pic 9(11)v99.
       77 cobrado_venta pic 9(13)v99 value 0.
       77 pendiente_venta pic 9(13)v99 value 0.
       77 siguiente_numero_cobro pic 9(3) value 0.
      *Las cuentas de los clientes se descifran solo para escribir
      *la remesa; cada cuenta usada queda en el registro de accesos.
       copy "ws_cuenta_bancaria.cpy".
       77 cuentas_sin_clave pic 9(5) value 0.

       procedure division.
       perform iniciar_bitacora.
      *Remesa de recibos domiciliados: selecciona los vencimientos
      *pendientes y ya vencidos de las ventas facturadas de los
      *clientes con domiciliacion consentida (un recibo por
      *vencimiento; la venta sin vencimientos vence a su fecha mas
      *el plazo de pago del cliente), salvo los clientes excluidos
      *por recibos devueltos, escribe el fichero de remesa
      *con sus totales de control y, cuando el operador confirma,
      *anota los cobros, los aplica a sus vencimientos y marca
      *cobradas las ventas que quedan sin pendiente.
       accept fecha_proceso from DATE YYYYMMDD.
       perform cargar_clave_cuentas.
       move "LOTES" to acc_usuario.
       move "generar_remesa" to acc_programa.
       move "REMESA" to acc_operacion.
       open i-o ventas.
       open input ventas_detalle.
       open input clientes.
       perform abrir_fichero_cobros.
       perform abrir_vencimientos_cobro.
       perform seleccionar_recibos.
       if num_recibos = 0
           display "Ninguna venta domiciliada vencida."
       close ventas_detalle.
       close clientes.
       close cobros.
       perform cerrar_vencimientos_cobro.
      *Sin la clave no se pueden cargar los clientes con la cuenta
      *cifrada: la remesa sale sin ellos y el proceso queda en error.
       if cuentas_sin_clave > 0
           display "ERROR: falta la clave de cifrado de cuentas; "
                   "ventas sin remesar: " cuentas_sin_clave
           move "ERROR" to bit_resultado
           move 8 to return-code
       end-if.
       move num_recibos to bit_contador_1.
       perform grabar_bitacora.
       exit program.
         not invalid key
           if cliente_domiciliado
              and cuenta_bancaria not = spaces
              and not cliente_excluido_remesa
              and cuenta_bancaria_cifrada and clave_cargada = 0
               add 1 to cuentas_sin_clave
           end-if
           if cliente_domiciliado
              and cuenta_bancaria not = spaces
              and not cliente_excluido_remesa
              and (clave_cargada = 1 or not cuenta_bancaria_cifrada)
               perform descifrar_cuenta_bancaria
               perform retener_vencimientos_venta
               if venta_con_vencimientos = 0
                   compute dias_desde_venta =
                       (proceso_anio - anio) * 360
                       + (proceso_mes - mes) * 30
                       + (proceso_dia - dia)
                   if dias_desde_venta not < plazo_pago_dias
                       perform retener_recibo
                   end-if
               end-if
           end-if
       end-read.

      *Retiene un recibo por cada vencimiento pendiente de la venta
      *que ya ha llegado a su fecha.
       retener_vencimientos_venta.
       move 0 to venta_con_vencimientos.
       if vencimientos_abiertos = 1
           move codigo_venta to vto_codigo_venta
           move 0 to vto_numero
           move 0 to fin_vencimientos
           start vencimientos
             key is not less than vto_clave
             invalid key
               move 1 to fin_vencimientos
           end-start
           perform until fin_vencimientos = 1
             read vencimientos next
               at end
                 move 1 to fin_vencimientos
               not at end
                 if vto_codigo_venta not = codigo_venta
                     move 1 to fin_vencimientos
                 else
                     move 1 to venta_con_vencimientos
                     if vencimiento_pendiente
                        and vto_fecha_vencimiento
                            not > fecha_proceso
                         perform retener_recibo_vencimiento
                     end-if
                 end-if
             end-read
           end-perform
       end-if.

      *Retiene el recibo por lo que queda por cobrar del
      *vencimiento leido.
       retener_recibo_vencimiento.
       compute pendiente_vencimiento = vto_importe - vto_cobrado.
       if pendiente_vencimiento > 0 and num_recibos < maximo_recibos
           add 1 to num_recibos
           move codigo_venta to rr_venta(num_recibos)
           move vto_numero to rr_vencimiento(num_recibos)
           move codigo_cliente to rr_cliente(num_recibos)
           move cuenta_clara to rr_cuenta(num_recibos)
           move pendiente_vencimiento to rr_importe(num_recibos)
           add pendiente_vencimiento to total_remesa
           perform anotar_cuenta_remesa
       end-if.

      *Retiene el recibo con el pendiente vivo de la venta.
       retener_recibo.
       perform calcular_pendiente_venta.
       if pendiente_venta > 0 and num_recibos < maximo_recibos
           add 1 to num_recibos
           move codigo_venta to rr_venta(num_recibos)
           move 0 to rr_vencimiento(num_recibos)
           move codigo_cliente to rr_cliente(num_recibos)
           move cuenta_clara to rr_cuenta(num_recibos)
           move pendiente_venta to rr_importe(num_recibos)
           add pendiente_venta to total_remesa
           perform anotar_cuenta_remesa
       end-if.

      *Anota en el registro de accesos la cuenta descifrada para el
      *recibo retenido.
       anotar_cuenta_remesa.
       move codigo of RCliente to acc_cliente.
       perform obtener_ultimas_cuenta.
       perform anotar_acceso_cuenta.

      *Escribe el fichero de remesa con una linea por recibo y los
      *totales de control al final.
       escribir_fichero_remesa.
       open output salida_remesa.
       move "CLIENTE,CUENTA,VENTA,VENCIMIENTO,IMPORTE"
         to registro_salida_remesa.
       write registro_salida_remesa.
       perform varying idx_recibo from 1 by 1
         until idx_recibo > num_recibos
                  "," delimited by size
                  rr_venta(idx_recibo) delimited by size
                  "," delimited by size
                  rr_vencimiento(idx_recibo) delimited by size
                  "," delimited by size
                  rr_importe(idx_recibo) delimited by size
             into registro_salida_remesa
           end-string
           write registro_salida_remesa
       end-perform.
       move spaces to registro_salida_remesa.
       string "CONTROL,,," delimited by size
              num_recibos delimited by size
              "," delimited by size
              total_remesa delimited by size
       write registro_salida_remesa.
       close salida_remesa.

      *Anota el cobro de cada recibo confirmado, lo aplica a los
      *vencimientos de la venta y la marca como cobrada cuando ya
      *no le queda pendiente.
       anotar_cobros_remesa.
       perform varying idx_recibo from 1 by 1
         until idx_recibo > num_recibos
               move fecha_proceso to cob_fecha
               move rr_importe(idx_recibo) to cob_importe
               move "DB" to cob_forma_pago
               move "N" to cob_contabilizado
               write RCobro
                 invalid key
                   continue
                 not invalid key
                   perform aplicar_cobro_vencimientos
                   if rr_importe(idx_recibo) not < pendiente_venta
                       set venta_cobrada to true
                       rewrite RVenta
                         invalid key
                           continue
                       end-rewrite
                   end-if
               end-write
           end-read
       end-perform.
           open i-o cobros
       end-if.

      *Aplica los cobros de la remesa a los vencimientos.
       copy "parrafo_aplicar_vencimientos.cpy".

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".

      *Mascara de las cuentas bancarias y registro de sus accesos.
       copy "parrafo_cuenta_bancaria.cpy".

      *Cifrado de las cuentas bancarias de los clientes.
       copy "parrafo_cifrado_cuenta.cpy".
