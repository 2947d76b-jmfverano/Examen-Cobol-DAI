      *Parrafos compartidos del saldo a favor de los clientes. El
      *programa que los usa incluye ws_saldo_favor.cpy en su
      *working-storage y el control y la estructura del fichero de
      *saldos a favor.
      *
      *Abre el fichero de saldos a favor, creandolo vacio la primera
      *vez que se anota un movimiento.
       abrir_saldos_favor.
       open i-o saldos_favor.
       if ws-estado-saldo-favor = "35"
           open output saldos_favor
           close saldos_favor
           open i-o saldos_favor
       end-if.

      *Suma los movimientos de cliente_saldo_favor en saldo_favor y
      *deja el siguiente numero de movimiento; de paso acumula lo ya
      *abonado por la venta venta_saldo_favor y por el documento
      *documento_saldo_favor. El fichero ha de estar abierto.
       calcular_saldo_favor.
       move 0 to saldo_favor.
       move 0 to abonado_venta_saldo.
       move 0 to abonado_documento_saldo.
       move 1 to siguiente_mov_saldo.
       move cliente_saldo_favor to sf_codigo_cliente.
       move 0 to sf_numero.
       move 0 to fin_saldo_favor.
       start saldos_favor
         key is not less than sf_clave
         invalid key
           move 1 to fin_saldo_favor
       end-start.
       perform until fin_saldo_favor = 1
         read saldos_favor next
           at end
             move 1 to fin_saldo_favor
           not at end
             if sf_codigo_cliente not = cliente_saldo_favor
                 move 1 to fin_saldo_favor
             else
                 add sf_importe to saldo_favor
                 compute siguiente_mov_saldo = sf_numero + 1
                 if sf_abono
                    and sf_codigo_venta = venta_saldo_favor
                     add sf_importe to abonado_venta_saldo
                 end-if
                 if sf_documento = documento_saldo_favor
                    and documento_saldo_favor not = spaces
                     add sf_importe to abonado_documento_saldo
                 end-if
             end-if
         end-read
       end-perform.

      *Anota un movimiento de saldo a favor del cliente
      *cliente_saldo_favor con los datos sfm_; los consumos y los
      *reembolsos se pasan en positivo y se graban en negativo.
       grabar_movimiento_saldo_favor.
       perform calcular_saldo_favor.
       move cliente_saldo_favor to sf_codigo_cliente.
       move siguiente_mov_saldo to sf_numero.
       move sfm_fecha to sf_fecha.
       move sfm_tipo to sf_tipo.
       if sf_abono
           move sfm_importe to sf_importe
       else
           compute sf_importe = 0 - sfm_importe
       end-if.
       move sfm_codigo_venta to sf_codigo_venta.
       move sfm_documento to sf_documento.
       move sfm_forma_pago to sf_forma_pago.
       write RSaldoFavor
         invalid key
           continue
       end-write.
