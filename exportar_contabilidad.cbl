       copy "file_control_reexportar.cpy".
      *Utiliza el control del fichero de anulaciones contables.
       copy "file_control_anulaciones.cpy".
      *Utiliza el control del fichero de correspondencia con el plan
      *de cuentas.
       copy "file_control_cuentas_contables.cpy".
      *Utiliza el control del fichero maestro de articulos.
       copy "file_control_articulos.cpy".
      *Utiliza el control del fichero de facturas de proveedor.
       copy "file_control_facturas_proveedor.cpy".
      *Utiliza el control del fichero de cobros de clientes.
       copy "file_control_cobros.cpy".
      *Utiliza el control del fichero de mermas.
       copy "file_control_mermas.cpy".
      *Utiliza el control del fichero de impagados.
       copy "file_control_impagados.cpy".
      *Utiliza el control de los ficheros de notas de cargo.
       copy "file_control_notas_cargo.cpy".
      *Cursor con el ultimo codigo de venta ya exportado y fichero
      *de aviso que fuerza un volcado completo de recuperacion.
       select cursor_contab
       copy "estructura_reexportar.cpy".
      *Utiliza la estructura del fichero de anulaciones contables.
       copy "estructura_anulaciones.cpy".
      *Utiliza la estructura del fichero de correspondencia con el
      *plan de cuentas.
       copy "estructura_cuenta_contable.cpy".
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_articulo.cpy".
      *Utiliza la estructura del fichero de facturas de proveedor.
       copy "estructura_factura_proveedor.cpy".
      *Utiliza la estructura del fichero de cobros de clientes.
       copy "estructura_cobros.cpy".
      *Utiliza la estructura del fichero de mermas.
       copy "estructura_merma.cpy".
      *Utiliza la estructura del fichero de impagados.
       copy "estructura_impagado.cpy".
      *Utiliza la estructura de los ficheros de notas de cargo.
       copy "estructura_nota_cargo.cpy".
       fd cursor_contab
         value of file-id is ".\ultimo_exportado.dat".
       01 registro_cursor pic x(8).
       fd volcado_total
         value of file-id is ".\exportar_todo.flg".
       01 registro_volcado pic x(10).
          value ".\anulaciones_contab.dat".
      *Linea de anulacion descompuesta en campos.
       01 anulacion_pendiente.
          02 anu_codigo_venta pic x(8).
          02 anu_fecha pic 9(8).
          02 anu_agente pic xx.
          02 anu_articulo pic x(4).
          02 anu_neto redefines anu_neto_bruto pic 9(13)v99.
          02 anu_iva_bruto pic x(15).
          02 anu_iva redefines anu_iva_bruto pic 9(13)v99.
       77 ultimo_exportado pic x(8) value low-values.
       77 mayor_exportado pic x(8) value low-values.
       77 volcado_completo pic 9 value 0.
       77 fin_reexportar pic 9 value 0.
       77 resultado_borrado pic 9(8) comp-5 value 0.
       77 hash_cociente_ctl pic s9(17) value 0.
       77 fecha_ejecucion pic 9(8) value 0.
       77 hora_ejecucion pic 9(8) value 0.
      *Asientos de partida doble: numero de asiento, apuntes
      *emitidos y sumas del debe y del haber para la cola.
       77 ws-estado-cuentas pic xx value spaces.
       77 ws-estado-fact-prov pic xx value spaces.
       77 ws-estado-cobros pic xx value spaces.
       77 ws-estado-mermas pic xx value spaces.
       77 ws-estado-impagados pic xx value spaces.
       77 ws-estado-notas-cargo pic xx value spaces.
       77 ws-estado-contador-nc pic xx value spaces.
       77 cuentas_abierto pic 9 value 0.
       77 fin_facturas_prov pic 9 value 0.
       77 fin_cobros pic 9 value 0.
       77 fin_mermas pic 9 value 0.
       77 fin_impagados pic 9 value 0.
       77 fin_notas_cargo pic 9 value 0.
       77 registro_marcado pic 9 value 0.
       77 num_asiento pic 9(7) value 0.
       77 total_apuntes pic 9(7) value 0.
       77 total_compras pic 9(7) value 0.
       77 total_pagos pic 9(7) value 0.
       77 total_cobros pic 9(7) value 0.
       77 total_mermas pic 9(7) value 0.
       77 total_impagados pic 9(7) value 0.
       77 total_notas_cargo pic 9(7) value 0.
       77 suma_debe pic s9(13)v99 sign is leading separate
          value 0.
       77 suma_haber pic s9(13)v99 sign is leading separate
          value 0.
      *Datos comunes de los apuntes del asiento en curso.
       77 diario_asiento pic x value space.
       77 fecha_asiento pic 9(8) value 0.
       77 documento_asiento pic x(23) value spaces.
       77 concepto_asiento pic x(20) value spaces.
       77 cuenta_apunte pic x(10) value spaces.
       77 debe_apunte pic s9(13)v99 value 0.
       77 haber_apunte pic s9(13)v99 value 0.
      *Los asientos de los abonos de proveedor salen con el debe y
      *el haber cambiados respecto a los de sus facturas.
       77 apunte_invertido pic 9 value 0.
      *Busqueda de la cuenta de una clave: tipo y codigo de la
      *correspondencia especifica, cuenta general que la sustituye
      *y cuenta fija si tampoco hay general.
       77 cuenta_tipo pic x value space.
       77 cuenta_codigo pic x(4) value spaces.
       77 cuenta_segunda pic 9 value 0.
       77 cuenta_general pic x(4) value spaces.
       77 cuenta_por_defecto pic x(10) value spaces.
       77 cuenta_resultado pic x(10) value spaces.
       77 codigo_tasa pic 9(4) value 0.
      *Datos de la venta del asiento en curso.
       77 cliente_asiento pic x(4) value spaces.
       77 tasa_asiento pic 99v99 value 0.
      *Importes de los asientos de compras, pagos, cobros y mermas.
       77 idx_iva pic 9 value 0.
       77 total_factura_prov pic s9(11)v99 value 0.
       77 cuenta_proveedor pic x(10) value spaces.
       77 cuenta_compras pic x(10) value spaces.
       77 importe_merma pic s9(11)v99 value 0.
       77 cuota_fallido pic s9(11)v99 value 0.
       77 idx_fallido pic 9 value 0.

       procedure division.
       perform iniciar_bitacora.
      *importes netos e IVA de cada venta del mes, incluyendo una
      *linea por cada articulo adicional de la venta, sin pantallas,
      *para poder lanzarse desde un proceso por lotes.
      *Cada linea va seguida de su asiento de partida doble con las
      *cuentas del plan de cuentas, y detras salen los asientos de
      *las facturas y pagos de proveedor, de los cobros, de las
      *mermas, de los impagados y de las notas de cargo.
       open input ventas.
       if ws-estado-fichero not = "00"
           display "ERROR: no se pudo abrir el fichero de ventas. "
       if ws-estado-monedas not = "00"
           move 0 to monedas_abierto
       end-if.
       move 1 to cuentas_abierto.
       open input cuentas_contables.
       if ws-estado-cuentas not = "00"
           move 0 to cuentas_abierto
       end-if.
       open input articulos.
       open output salida_contabilidad.
       perform preparar_incremental.
       perform escribir_cabecera_control.
           close devoluciones
       end-if.
       perform volcar_anulaciones.
      *Los asientos de compras y pagos a proveedores, de cobros de
      *clientes, de mermas, de impagados y de notas de cargo salen
      *detras, cada uno marcado en su fichero para no repetirse en
      *la siguiente ejecucion.
       perform volcar_facturas_proveedor.
       perform volcar_cobros.
       perform volcar_mermas.
       perform volcar_impagados.
       perform volcar_notas_cargo.
       perform escribir_cola_control.
       perform guardar_cursor.
       display "Ventas exportadas a contabilidad: " total_exportadas.
       display "Abonos exportados a contabilidad: " total_abonos.
       display "Anulaciones por baja emitidas:    " total_anulaciones.
       display "Facturas de proveedor exportadas: " total_compras.
       display "Pagos a proveedores exportados:   " total_pagos.
       display "Cobros de clientes exportados:    " total_cobros.
       display "Mermas exportadas:                " total_mermas.
       display "Asientos de impagados:            " total_impagados.
       display "Notas de cargo exportadas:        " total_notas_cargo.
       display "Apuntes de asientos emitidos:     " total_apuntes.
       close ventas.
       close ventas_detalle.
       close clientes.
       if monedas_abierto = 1
           close monedas
       end-if.
       if cuentas_abierto = 1
           close cuentas_contables
       end-if.
       close articulos.
       close salida_contabilidad.
       move total_abonos to bit_contador_2.
       move total_exportadas to bit_contador_1.
       move "EUR" to cta_moneda.
       move 1 to cta_cambio.
       move spaces to cta_codigo_agente.
       move spaces to cliente_asiento.
       move dev_codigo_venta to codigo_venta.
       read ventas
         key is codigo_venta
           continue
         not invalid key
           move codigo of agente_comercial to cta_codigo_agente
           move codigo_cliente to cliente_asiento
       end-read.
       move dev_codigo_articulo to cta_codigo_articulo.
       compute cta_importe_neto = 0 - (dev_precio * dev_unidades
       add 1 to total_registros_salida.
       add cta_importe_neto to suma_neto.
       add cta_importe_iva to suma_iva.
       move dev_tasa to tasa_asiento.
       perform emitir_asiento_venta.
       move "S" to dev_exportado.
       rewrite RDevolucion
         invalid key
       add 1 to total_registros_salida.
       add cta_importe_neto to suma_neto.
       add cta_importe_iva to suma_iva.
       move codigo_cliente to cliente_asiento.
       move tasa_iva of articulo to tasa_asiento.
       perform emitir_asiento_venta.
       if codigo_venta > mayor_exportado
           move codigo_venta to mayor_exportado
       end-if.
                 add 1 to total_registros_salida
                 add cta_importe_neto to suma_neto
                 add cta_importe_iva to suma_iva
                 move codigo_cliente to cliente_asiento
                 move det_tasa_iva to tasa_asiento
                 perform emitir_asiento_venta
             end-if
         end-read
       end-perform.
       add 1 to total_registros_salida.
       add cta_importe_neto to suma_neto.
       add cta_importe_iva to suma_iva.
       move codigo_cliente to cliente_asiento.
       move tasa_iva of articulo to tasa_asiento.
       perform emitir_asiento_venta.
       perform volcar_lineas_detalle.

      *Convierte en apuntes negativos las anulaciones anotadas por
       add 1 to total_registros_salida.
       add cta_importe_neto to suma_neto.
       add cta_importe_iva to suma_iva.
      *La anotacion de la baja no guarda el cliente ni el tipo de
      *IVA: su asiento va a las cuentas generales.
       move spaces to cliente_asiento.
       move 0 to tasa_asiento.
       perform emitir_asiento_venta.

      *Cabecera de control del fichero de salida, con la fecha y la
      *hora de la ejecucion.
              suma_neto delimited by size
              suma_iva delimited by size
              hash_control delimited by size
              total_apuntes delimited by size
              suma_debe delimited by size
              suma_haber delimited by size
         into registro_control_contab
       end-string.
       write registro_control_contab.
           write registro_cursor
           close cursor_contab
       end-if.

      *Asiento de la linea de venta, abono o anulacion que se acaba
      *de grabar: el cliente al debe por el total y, al haber, las
      *ventas de la familia del articulo y el IVA repercutido de su
      *tipo. Los abonos y las anulaciones llevan los importes en
      *negativo en las mismas columnas.
       emitir_asiento_venta.
       add 1 to num_asiento.
       move "V" to diario_asiento.
       move cta_fecha to fecha_asiento.
       move cta_codigo_venta to documento_asiento.
       if cta_importe_neto < 0
           move "Abono de venta" to concepto_asiento
       else
           move "Venta" to concepto_asiento
       end-if.
       perform buscar_cuenta_cliente.
       move cuenta_resultado to cuenta_apunte.
       compute debe_apunte = cta_importe_neto + cta_importe_iva.
       move 0 to haber_apunte.
       perform escribir_apunte.
       move space to cuenta_tipo.
       move spaces to cuenta_codigo.
       move cta_codigo_articulo to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           continue
         not invalid key
           if codigo_familia not = spaces
               move "F" to cuenta_tipo
               move codigo_familia to cuenta_codigo
           end-if
       end-read.
       move 0 to cuenta_segunda.
       move "VENT" to cuenta_general.
       move "70000000" to cuenta_por_defecto.
       perform buscar_cuenta_contable.
       move cuenta_resultado to cuenta_apunte.
       move 0 to debe_apunte.
       move cta_importe_neto to haber_apunte.
       perform escribir_apunte.
       if cta_importe_iva not = 0
           perform preparar_cuenta_iva
           move 0 to cuenta_segunda
           move "IVAR" to cuenta_general
           move "47700000" to cuenta_por_defecto
           perform buscar_cuenta_contable
           move cuenta_resultado to cuenta_apunte
           move 0 to debe_apunte
           move cta_importe_iva to haber_apunte
           perform escribir_apunte
       end-if.

      *Cuenta del cliente del asiento: la suya propia, la general de
      *clientes o, en su defecto, la 4300 seguida de su codigo.
       buscar_cuenta_cliente.
       if cliente_asiento = spaces
           move space to cuenta_tipo
           move "43000000" to cuenta_por_defecto
       else
           move "C" to cuenta_tipo
           move spaces to cuenta_por_defecto
           string "4300" delimited by size
                  cliente_asiento delimited by size
             into cuenta_por_defecto
           end-string
       end-if.
       move cliente_asiento to cuenta_codigo.
       move 0 to cuenta_segunda.
       move "CLIE" to cuenta_general.
       perform buscar_cuenta_contable.

      *Prepara la clave del tipo de IVA del asiento (el 21 % es la
      *clave 2100); sin tipo conocido se usa la cuenta general.
       preparar_cuenta_iva.
       if tasa_asiento = 0
           move space to cuenta_tipo
           move spaces to cuenta_codigo
       else
           move "I" to cuenta_tipo
           compute codigo_tasa = tasa_asiento * 100
           move codigo_tasa to cuenta_codigo
       end-if.

      *Busca la cuenta del mayor de una clave: la de su
      *correspondencia especifica (la principal o la secundaria
      *segun cuenta_segunda) si existe y no esta en blanco; si no,
      *la cuenta general que la sustituye; y si tampoco hay general,
      *la cuenta fija indicada.
       buscar_cuenta_contable.
       move cuenta_por_defecto to cuenta_resultado.
       if cuentas_abierto = 1
           move "G" to ccc_tipo
           move cuenta_general to ccc_codigo
           read cuentas_contables
             key is ccc_clave
             invalid key
               continue
             not invalid key
               if ccc_cuenta not = spaces
                   move ccc_cuenta to cuenta_resultado
               end-if
           end-read
           if cuenta_tipo not = space
               move cuenta_tipo to ccc_tipo
               move cuenta_codigo to ccc_codigo
               read cuentas_contables
                 key is ccc_clave
                 invalid key
                   continue
                 not invalid key
                   if cuenta_segunda = 1
                       if ccc_cuenta_2 not = spaces
                           move ccc_cuenta_2 to cuenta_resultado
                       end-if
                   else
                       if ccc_cuenta not = spaces
                           move ccc_cuenta to cuenta_resultado
                       end-if
                   end-if
               end-read
           end-if
       end-if.

      *Graba un apunte del asiento en curso y lo suma a los totales
      *de la cola de control.
       escribir_apunte.
       move "APU" to apu_marca.
       move diario_asiento to apu_diario.
       move num_asiento to apu_asiento.
       move fecha_asiento to apu_fecha.
       move cuenta_apunte to apu_cuenta.
       if apunte_invertido = 1
           move haber_apunte to apu_debe
           move debe_apunte to apu_haber
       else
           move debe_apunte to apu_debe
           move haber_apunte to apu_haber
       end-if.
       move documento_asiento to apu_documento.
       move concepto_asiento to apu_concepto.
       write registro_apunte.
       add 1 to total_apuntes.
       add 1 to total_registros_salida.
       add apu_debe to suma_debe.
       add apu_haber to suma_haber.

      *Recorre las facturas de proveedor y emite el asiento de las
      *registradas y el del pago de las pagadas que no hayan salido
      *todavia (todas en el volcado completo).
       volcar_facturas_proveedor.
       open i-o facturas_proveedor.
       if ws-estado-fact-prov = "00"
           move 0 to fin_facturas_prov
           perform until fin_facturas_prov = 1
               read facturas_proveedor next
                 at end
                   move 1 to fin_facturas_prov
                 not at end
                   perform contabilizar_factura_prov
               end-read
           end-perform
           close facturas_proveedor
       end-if.

      *Emite lo pendiente de la factura leida y la deja marcada.
       contabilizar_factura_prov.
       move 0 to registro_marcado.
       move 0 to apunte_invertido.
       if factura_prov_abono
           move 1 to apunte_invertido
       end-if.
       if volcado_completo = 1
          or not factura_prov_contabilizada
           perform emitir_asiento_compra
           set factura_prov_contabilizada to true
           move 1 to registro_marcado
       end-if.
       if factura_prov_pagada
          and (volcado_completo = 1 or not pago_prov_contabilizado)
           perform emitir_asiento_pago_prov
           set pago_prov_contabilizado to true
           move 1 to registro_marcado
       end-if.
       move 0 to apunte_invertido.
       if registro_marcado = 1
           rewrite RFacturaProveedor
             invalid key
               continue
           end-rewrite
       end-if.

      *Total de la factura de proveedor: la suma de bases y cuotas
      *del desglose, o el importe total si no tiene desglose.
       calcular_total_factura_prov.
       move 0 to total_factura_prov.
       perform varying idx_iva from 1 by 1 until idx_iva > 3
           add fpr_base(idx_iva) to total_factura_prov
           add fpr_cuota(idx_iva) to total_factura_prov
       end-perform.
       if total_factura_prov = 0
           move fpr_importe to total_factura_prov
       end-if.

      *Prepara los datos comunes de los asientos de la factura de
      *proveedor en curso y la cuenta del proveedor.
       preparar_asiento_proveedor.
       add 1 to num_asiento.
       move spaces to documento_asiento.
       string fpr_codigo_proveedor delimited by size
              fpr_numero delimited by size
         into documento_asiento
       end-string.
       move "S" to cuenta_tipo.
       move fpr_codigo_proveedor to cuenta_codigo.
       move 0 to cuenta_segunda.
       move "PROV" to cuenta_general.
       move spaces to cuenta_por_defecto.
       string "4000" delimited by size
              fpr_codigo_proveedor delimited by size
         into cuenta_por_defecto
       end-string.
       perform buscar_cuenta_contable.
       move cuenta_resultado to cuenta_proveedor.
       perform calcular_total_factura_prov.

      *Asiento de la factura recibida: compras y, si es deducible,
      *IVA soportado de cada tipo al debe; el proveedor al haber por
      *el total. El IVA no deducible queda como mayor coste. El
      *abono del proveedor sale igual con los lados cambiados.
       emitir_asiento_compra.
       move "C" to diario_asiento.
       move fpr_fecha to fecha_asiento.
       move "Factura de proveedor" to concepto_asiento.
       if factura_prov_abono
           move "Abono de proveedor" to concepto_asiento
       end-if.
       perform preparar_asiento_proveedor.
       move "S" to cuenta_tipo.
       move fpr_codigo_proveedor to cuenta_codigo.
       move 1 to cuenta_segunda.
       move "COMP" to cuenta_general.
       move "60000000" to cuenta_por_defecto.
       perform buscar_cuenta_contable.
       move cuenta_resultado to cuenta_compras.
       move 0 to haber_apunte.
       if fpr_base(1) = 0 and fpr_cuota(1) = 0
          and fpr_base(2) = 0 and fpr_cuota(2) = 0
          and fpr_base(3) = 0 and fpr_cuota(3) = 0
           move cuenta_compras to cuenta_apunte
           move total_factura_prov to debe_apunte
           perform escribir_apunte
       else
           perform varying idx_iva from 1 by 1 until idx_iva > 3
               perform emitir_linea_compra
           end-perform
       end-if.
       move cuenta_proveedor to cuenta_apunte.
       move 0 to debe_apunte.
       move total_factura_prov to haber_apunte.
       perform escribir_apunte.
       add 1 to total_compras.

      *Apuntes al debe de una linea del desglose de IVA.
       emitir_linea_compra.
       move 0 to haber_apunte.
       if fpr_no_deducible
           if fpr_base(idx_iva) not = 0 or fpr_cuota(idx_iva) not = 0
               move cuenta_compras to cuenta_apunte
               compute debe_apunte =
                   fpr_base(idx_iva) + fpr_cuota(idx_iva)
               perform escribir_apunte
           end-if
       else
           if fpr_base(idx_iva) not = 0
               move cuenta_compras to cuenta_apunte
               move fpr_base(idx_iva) to debe_apunte
               perform escribir_apunte
           end-if
           if fpr_cuota(idx_iva) not = 0
               move fpr_tasa(idx_iva) to tasa_asiento
               perform preparar_cuenta_iva
               move 1 to cuenta_segunda
               move "IVAS" to cuenta_general
               move "47200000" to cuenta_por_defecto
               perform buscar_cuenta_contable
               move cuenta_resultado to cuenta_apunte
               move fpr_cuota(idx_iva) to debe_apunte
               perform escribir_apunte
           end-if
       end-if.

      *Asiento del pago de la factura: el proveedor al debe y la
      *tesoreria al haber, en la fecha de pago.
       emitir_asiento_pago_prov.
       move "P" to diario_asiento.
       move fpr_fecha_pago to fecha_asiento.
       move "Pago a proveedor" to concepto_asiento.
       if factura_prov_abono
           move "Reembolso proveedor" to concepto_asiento
       end-if.
       perform preparar_asiento_proveedor.
       move cuenta_proveedor to cuenta_apunte.
       move total_factura_prov to debe_apunte.
       move 0 to haber_apunte.
       perform escribir_apunte.
       move space to cuenta_tipo.
       move spaces to cuenta_codigo.
       move 0 to cuenta_segunda.
       move "TESO" to cuenta_general.
       move "57200000" to cuenta_por_defecto.
       perform buscar_cuenta_contable.
       move cuenta_resultado to cuenta_apunte.
       move 0 to debe_apunte.
       move total_factura_prov to haber_apunte.
       perform escribir_apunte.
       add 1 to total_pagos.

      *Recorre los cobros de clientes y emite el asiento de los que
      *no hayan salido todavia (todos en el volcado completo).
       volcar_cobros.
       open i-o cobros.
       if ws-estado-cobros = "00"
           move 0 to fin_cobros
           perform until fin_cobros = 1
               read cobros next
                 at end
                   move 1 to fin_cobros
                 not at end
                   if volcado_completo = 1
                      or not cobro_contabilizado
                       perform emitir_asiento_cobro
                       set cobro_contabilizado to true
                       rewrite RCobro
                         invalid key
                           continue
                       end-rewrite
                   end-if
               end-read
           end-perform
           close cobros
       end-if.

      *Asiento del cobro: la tesoreria de su forma de pago al debe
      *y el cliente de la venta al haber. Los cobros antiguos sin
      *forma cuentan como efectivo, igual que en el arqueo. La
      *anulacion de un recibo devuelto sale con importes negativos.
       emitir_asiento_cobro.
       add 1 to num_asiento.
       move "B" to diario_asiento.
       move cob_fecha to fecha_asiento.
       move spaces to documento_asiento.
       string cob_codigo_venta delimited by size
              "/" delimited by size
              cob_numero delimited by size
         into documento_asiento
       end-string.
       if cob_importe < 0
           move "Devolucion de recibo" to concepto_asiento
       else
           move "Cobro de cliente" to concepto_asiento
       end-if.
       move "P" to cuenta_tipo.
       if cob_forma_pago = spaces
           move "EF" to cuenta_codigo
       else
           move cob_forma_pago to cuenta_codigo
       end-if.
       move 0 to cuenta_segunda.
       move "TESO" to cuenta_general.
       move "57200000" to cuenta_por_defecto.
      *El cobro con saldo a favor no entra en caja: gasta el
      *anticipo que el cliente tenia por sus abonos.
       if cob_forma_pago = "SF"
           move "43800000" to cuenta_por_defecto
       end-if.
       perform buscar_cuenta_contable.
       move cuenta_resultado to cuenta_apunte.
       move cob_importe to debe_apunte.
       move 0 to haber_apunte.
       perform escribir_apunte.
       move spaces to cliente_asiento.
       move cob_codigo_venta to codigo_venta.
       read ventas
         key is codigo_venta
         invalid key
           continue
         not invalid key
           move codigo_cliente to cliente_asiento
       end-read.
       perform buscar_cuenta_cliente.
       move cuenta_resultado to cuenta_apunte.
       move 0 to debe_apunte.
       move cob_importe to haber_apunte.
       perform escribir_apunte.
       add 1 to total_cobros.

      *Recorre las mermas y emite el asiento de las que no hayan
      *salido todavia (todas en el volcado completo).
       volcar_mermas.
       open i-o mermas.
       if ws-estado-mermas = "00"
           move 0 to fin_mermas
           perform until fin_mermas = 1
               read mermas next
                 at end
                   move 1 to fin_mermas
                 not at end
                   if volcado_completo = 1
                      or not merma_contabilizada
                       perform emitir_asiento_merma
                       set merma_contabilizada to true
                       rewrite RMerma
                         invalid key
                           continue
                       end-rewrite
                   end-if
               end-read
           end-perform
           close mermas
       end-if.

      *Asiento de la merma valorada al coste: la perdida al debe y
      *las existencias de la familia del articulo al haber.
       emitir_asiento_merma.
       compute importe_merma = mer_unidades * mer_coste.
       if importe_merma not = 0
           add 1 to num_asiento
           move "M" to diario_asiento
           move mer_fecha to fecha_asiento
           move spaces to documento_asiento
           string mer_codigo_venta delimited by size
                  "/" delimited by size
                  mer_numero delimited by size
             into documento_asiento
           end-string
           move "Merma de devolucion" to concepto_asiento
           move space to cuenta_tipo
           move spaces to cuenta_codigo
           move 0 to cuenta_segunda
           move "MERM" to cuenta_general
           move "65900000" to cuenta_por_defecto
           perform buscar_cuenta_contable
           move cuenta_resultado to cuenta_apunte
           move importe_merma to debe_apunte
           move 0 to haber_apunte
           perform escribir_apunte
           move space to cuenta_tipo
           move spaces to cuenta_codigo
           move mer_codigo_articulo to codigo_articulo of RArticulo
           read articulos
             key is codigo_articulo of RArticulo
             invalid key
               continue
             not invalid key
               if codigo_familia not = spaces
                   move "F" to cuenta_tipo
                   move codigo_familia to cuenta_codigo
               end-if
           end-read
           move 1 to cuenta_segunda
           move "EXIS" to cuenta_general
           move "30000000" to cuenta_por_defecto
           perform buscar_cuenta_contable
           move cuenta_resultado to cuenta_apunte
           move 0 to debe_apunte
           move importe_merma to haber_apunte
           perform escribir_apunte
           add 1 to total_mermas
       end-if.

      *Recorre los impagados y emite el asiento del paso a dudoso
      *cobro y el del fallido de los que no hayan salido todavia
      *(todos en el volcado completo).
       volcar_impagados.
       open i-o impagados.
       if ws-estado-impagados = "00"
           move 0 to fin_impagados
           perform until fin_impagados = 1
               read impagados next
                 at end
                   move 1 to fin_impagados
                 not at end
                   move 0 to registro_marcado
                   if volcado_completo = 1
                      or not dudoso_contabilizado
                       perform emitir_asiento_dudoso
                       set dudoso_contabilizado to true
                       move 1 to registro_marcado
                   end-if
                   if impagado_fallido
                      and (volcado_completo = 1
                           or not fallido_contabilizado)
                       perform emitir_asiento_fallido
                       set fallido_contabilizado to true
                       move 1 to registro_marcado
                   end-if
                   if registro_marcado = 1
                       rewrite RImpagado
                         invalid key
                           continue
                       end-rewrite
                   end-if
               end-read
           end-perform
           close impagados
       end-if.

      *Asiento del paso a dudoso cobro: lo pendiente pasa de la
      *cuenta del cliente a clientes de dudoso cobro, y la base se
      *provisiona con la perdida por deterioro contra el deterioro
      *de creditos.
       emitir_asiento_dudoso.
       add 1 to num_asiento.
       move "I" to diario_asiento.
       move imp_fecha_dudoso to fecha_asiento.
       move imp_codigo_venta to documento_asiento.
       move "Paso a dudoso cobro" to concepto_asiento.
       move space to cuenta_tipo.
       move spaces to cuenta_codigo.
       move 0 to cuenta_segunda.
       move "DUDO" to cuenta_general.
       move "43600000" to cuenta_por_defecto.
       perform buscar_cuenta_contable.
       move cuenta_resultado to cuenta_apunte.
       move imp_pendiente to debe_apunte.
       move 0 to haber_apunte.
       perform escribir_apunte.
       move imp_codigo_cliente to cliente_asiento.
       perform buscar_cuenta_cliente.
       move cuenta_resultado to cuenta_apunte.
       move 0 to debe_apunte.
       move imp_pendiente to haber_apunte.
       perform escribir_apunte.
       if imp_provision not = 0
           move space to cuenta_tipo
           move spaces to cuenta_codigo
           move "DETE" to cuenta_general
           move "69400000" to cuenta_por_defecto
           perform buscar_cuenta_contable
           move cuenta_resultado to cuenta_apunte
           move imp_provision to debe_apunte
           move 0 to haber_apunte
           perform escribir_apunte
           move "PDET" to cuenta_general
           move "49000000" to cuenta_por_defecto
           perform buscar_cuenta_contable
           move cuenta_resultado to cuenta_apunte
           move 0 to debe_apunte
           move imp_provision to haber_apunte
           perform escribir_apunte
       end-if.
       add 1 to total_impagados.

      *Recorre las notas de cargo de intereses de demora y emite el
      *asiento de las que no hayan salido todavia (todas en el
      *volcado completo).
       volcar_notas_cargo.
       open i-o notas_cargo.
       if ws-estado-notas-cargo = "00"
           move 0 to fin_notas_cargo
           perform until fin_notas_cargo = 1
               read notas_cargo next
                 at end
                   move 1 to fin_notas_cargo
                 not at end
                   if volcado_completo = 1
                      or not nota_cargo_contabilizada
                       perform emitir_asiento_nota_cargo
                       set nota_cargo_contabilizada to true
                       rewrite RNotaCargo
                         invalid key
                           continue
                       end-rewrite
                   end-if
               end-read
           end-perform
           close notas_cargo
       end-if.

      *Asiento de la nota de cargo: los intereses se cargan en la
      *cuenta del cliente contra ingresos por intereses de demora.
       emitir_asiento_nota_cargo.
       add 1 to num_asiento.
       move "N" to diario_asiento.
       move nc_fecha to fecha_asiento.
       move spaces to documento_asiento.
       string "NC" delimited by size
              nc_anio delimited by size
              "/" delimited by size
              nc_numero delimited by size
         into documento_asiento
       end-string.
       move "Intereses de demora" to concepto_asiento.
       move nc_codigo_cliente to cliente_asiento.
       perform buscar_cuenta_cliente.
       move cuenta_resultado to cuenta_apunte.
       move nc_importe to debe_apunte.
       move 0 to haber_apunte.
       perform escribir_apunte.
       move space to cuenta_tipo.
       move spaces to cuenta_codigo.
       move 0 to cuenta_segunda.
       move "INTD" to cuenta_general.
       move "76900000" to cuenta_por_defecto.
       perform buscar_cuenta_contable.
       move cuenta_resultado to cuenta_apunte.
       move 0 to debe_apunte.
       move nc_importe to haber_apunte.
       perform escribir_apunte.
       add 1 to total_notas_cargo.

      *Asiento del fallido: el IVA recuperado con la rectificativa
      *vuelve al IVA repercutido de su tipo, el resto se lleva a
      *perdidas por creditos incobrables y se salda el cliente de
      *dudoso cobro; la provision dotada se revierte.
       emitir_asiento_fallido.
       add 1 to num_asiento.
       move "I" to diario_asiento.
       move imp_fecha_fallido to fecha_asiento.
       move spaces to documento_asiento.
       string imp_codigo_venta delimited by size
              "/R" delimited by size
              imp_rect_anio delimited by size
              "/" delimited by size
              imp_rect_numero delimited by size
         into documento_asiento
       end-string.
       move "Credito incobrable" to concepto_asiento.
       move 0 to cuota_fallido.
       perform varying idx_fallido from 1 by 1 until idx_fallido > 3
           if imp_cuota(idx_fallido) not = 0
               move imp_tasa(idx_fallido) to tasa_asiento
               perform preparar_cuenta_iva
               move 0 to cuenta_segunda
               move "IVAR" to cuenta_general
               move "47700000" to cuenta_por_defecto
               perform buscar_cuenta_contable
               move cuenta_resultado to cuenta_apunte
               move imp_cuota(idx_fallido) to debe_apunte
               move 0 to haber_apunte
               perform escribir_apunte
               add imp_cuota(idx_fallido) to cuota_fallido
           end-if
       end-perform.
       move space to cuenta_tipo.
       move spaces to cuenta_codigo.
       move 0 to cuenta_segunda.
       move "INCO" to cuenta_general.
       move "65000000" to cuenta_por_defecto.
       perform buscar_cuenta_contable.
       move cuenta_resultado to cuenta_apunte.
       compute debe_apunte = imp_importe_fallido - cuota_fallido.
       move 0 to haber_apunte.
       perform escribir_apunte.
       move "DUDO" to cuenta_general.
       move "43600000" to cuenta_por_defecto.
       perform buscar_cuenta_contable.
       move cuenta_resultado to cuenta_apunte.
       move 0 to debe_apunte.
       move imp_importe_fallido to haber_apunte.
       perform escribir_apunte.
       if imp_provision not = 0
           move "PDET" to cuenta_general
           move "49000000" to cuenta_por_defecto
           perform buscar_cuenta_contable
           move cuenta_resultado to cuenta_apunte
           move imp_provision to debe_apunte
           move 0 to haber_apunte
           perform escribir_apunte
           move "REVE" to cuenta_general
           move "79400000" to cuenta_por_defecto
           perform buscar_cuenta_contable
           move cuenta_resultado to cuenta_apunte
           move 0 to debe_apunte
           move imp_provision to haber_apunte
           perform escribir_apunte
       end-if.
       add 1 to total_impagados.
