       copy "file_control_detalle.cpy".
      *Utiliza el control del fichero de cobros de clientes.
       copy "file_control_cobros.cpy".
      *Utiliza el control del fichero de vencimientos.
       copy "file_control_vencimientos.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de entrada con el extracto del banco y fichero de
       copy "estructura_detalle.cpy".
      *Utiliza la estructura del fichero de cobros de clientes.
       copy "estructura_cobros.cpy".
      *Utiliza la estructura del fichero de vencimientos.
       copy "estructura_vencimiento.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       fd entrada_extracto
       77 ws-estado-fichero pic xx value spaces.
       77 ws-estado-detalle pic xx value spaces.
       77 ws-estado-cobros pic xx value spaces.
      *Campos de la aplicacion del cobro a los vencimientos.
       copy "ws_vencimientos.cpy".
       77 ws-estado-extracto pic xx value spaces.
       77 total_casados pic 9(7) value 0.
       77 total_suspensos pic 9(7) value 0.
       01 ws-car-texto-val redefines ws-car-texto.
          02 caracter_codigo pic 9(3) usage comp-x.
      *Venta casada y saldo pendiente calculado.
       77 venta_casada pic x(8) value spaces.
       77 casados_linea pic 9(3) value 0.
       77 importe_venta_iva pic 9(13)v99 value 0.
       77 cobrado_venta pic 9(13)v99 value 0.
       open i-o ventas.
       open input ventas_detalle.
       perform abrir_fichero_cobros.
       perform abrir_vencimientos_cobro.
       open output suspenso_extracto.
       move "FECHA,IMPORTE,TEXTO,MOTIVO" to registro_suspenso.
       write registro_suspenso.
       close ventas.
       close ventas_detalle.
       close cobros.
       perform cerrar_vencimientos_cobro.
       close suspenso_extracto.
       display "Abonos casados: " total_casados.
       display "Lineas en suspenso: " total_suspensos.
       move ext_fecha to cob_fecha.
       move ext_importe to cob_importe.
       move "TR" to cob_forma_pago.
       move "N" to cob_contabilizado.
       write RCobro
         invalid key
           move "GRABACION" to motivo_suspenso
           perform grabar_suspenso
         not invalid key
           perform aplicar_cobro_vencimientos
           add 1 to total_casados
       end-write.

           open i-o cobros
       end-if.

      *Aplica el cobro casado a los vencimientos de la venta.
       copy "parrafo_aplicar_vencimientos.cpy".

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
