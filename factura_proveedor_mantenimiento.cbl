       copy "file_control_pedidos_compra.cpy".
      *Utiliza el control del fichero de facturas de proveedor.
       copy "file_control_facturas_proveedor.cpy".
      *Utiliza el control del fichero maestro de tipos de IVA.
       copy "file_control_tipos_iva.cpy".
      *Utiliza el control de los ficheros de devoluciones a proveedor.
       copy "file_control_devoluciones_proveedor.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
       data division.
       copy "estructura_pedido_compra.cpy".
      *Utiliza la estructura del fichero de facturas de proveedor.
       copy "estructura_factura_proveedor.cpy".
      *Utiliza la estructura del fichero maestro de tipos de IVA.
       copy "estructura_tipos_iva.cpy".
      *Utiliza la estructura de los ficheros de devoluciones a
      *proveedor.
       copy "estructura_devolucion_proveedor.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
       working-storage section.
       77 importe_recibido_editado pic z(9)9.99.
       77 importe_factura_editado pic z(9)9.99.
       77 casado_conforme pic 9 value 0.
      *Base que se casa contra lo recibido: la suma de las bases del
      *desglose, o el importe si la factura no trae desglose.
       77 importe_casado pic 9(13)v99 value 0.
      *Campos del desglose de IVA de la factura, con el tipo de cada
      *linea validado contra el maestro de tipos de IVA.
       77 ws-estado-tipos pic xx value spaces.
       77 tipos_abierto pic 9 value 0.
       77 tasa_validar pic 99v99 value 0.
       77 tasa_valida  pic 9 value 1.
       77 idx_desglose pic 9 value 0.
       77 lineas_desglose pic 9 value 0.
       77 total_desglose pic 9(11)v99 value 0.
       77 diferencia_desglose pic s9(11)v99 value 0.
      *Campos del casado de los abonos contra la devolucion a
      *proveedor que cubren.
       77 ws-estado-dev-prov pic xx value spaces.
       77 ws-estado-contador-dvp pic xx value spaces.
       77 devoluciones_abiertas pic 9 value 0.
       77 fin_devoluciones pic 9 value 0.
       77 devolucion_hallada pic 9 value 0.
       77 importe_devolucion_editado pic z(9)9.99.
      *Abono tecleado, retenido mientras se comprueba que no este
      *ya registrado.
       01 abono_tecleado pic x(141) value spaces.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Resultado del casado de tres vias.
       01 p_resultado_casado
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 18 col 5 value "Base de la factura:    ".
           02 line 18 col 29 pic z(9)9.99
              from importe_factura_editado.
           02 line 19 col 5 value "Recibido al coste:     ".
           02 line 19 col 29 pic z(9)9.99
              from importe_recibido_editado.
           02 line 20 col 5 value "Sin servir (ud. compra):".
           02 line 20 col 29 pic z(6)9 from unidades_sin_servir.
      *Devolucion a proveedor que cubre el abono; a cero se busca la
      *devolucion pendiente del proveedor por el mismo importe.
       01 p_devolucion_abono
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 17 col 5 value "Devolucion (0=buscar): ".
           02 line 17 col 29 pic 9(6) using fpr_devolucion_prov.
      *Resultado del casado del abono con la devolucion.
       01 p_resultado_abono
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 18 col 5 value "Base del abono:        ".
           02 line 18 col 29 pic z(9)9.99
              from importe_factura_editado.
           02 line 19 col 5 value "Abono esperado:        ".
           02 line 19 col 29 pic z(9)9.99
              from importe_devolucion_editado.

       procedure division using sesion-expirada-llamada.
       perform leer_parametros.
      *Registro de facturas de proveedor contra el maestro de
      *proveedores, casado de tres vias contra el pedido de compra
      *y lo recibido de el, y marca de pago, para que las facturas
      *dejen de vivir en una carpeta. Los abonos del proveedor por
      *genero devuelto se registran igual y se casan contra la
      *devolucion que cubren.
       move 0 to sesion-expirada-llamada.
       perform abrir_ficheros_factura_prov.
       display pantallaMarco.
         when 2 perform consulta_factura_prov
         when 3 perform conformar_factura_prov
         when 4 perform marcar_factura_pagada
         when 5 perform registrar_abono_prov
         when 6 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
       close proveedores.
       close pedidos_compra.
       close pedidos_compra_detalle.
       if tipos_abierto = 1
           close tipos_iva
       end-if.
       if devoluciones_abiertas = 1
           close devoluciones_proveedor
       end-if.
       exit program.

      *Registra una factura recibida: valida el proveedor y, si se
       move 0 to fpr_fecha.
       move 0 to fpr_importe.
       move 0 to fpr_pedido_compra.
       perform varying idx_desglose from 1 by 1 until idx_desglose > 3
           move 0 to fpr_base(idx_desglose)
           move 0 to fpr_tasa(idx_desglose)
           move 0 to fpr_cuota(idx_desglose)
       end-perform.
       set fpr_deducible to true.
       set factura_prov_registrada to true.
       display PantallaMarco.
       display p_datos_factura_prov.
       if transaccion_activa = 1
           set factura_prov_registrada to true
           move 0 to fpr_fecha_pago
           move "N" to fpr_contabilizada
           move "N" to fpr_pago_contabilizado
           set factura_prov_ordinaria to true
           move 0 to fpr_devolucion_prov
           write RFacturaProveedor
             invalid key
               move spaces to ws-estado-fichero
               end-if
           end-read
       end-if.
       if transaccion_activa = 1
           perform validar_desglose_iva
       end-if.

      *Valida el desglose de IVA tecleado: cada tipo debe existir en
      *el maestro, la cuota se calcula sobre la base y la suma de
      *bases y cuotas debe cuadrar con el importe total de la
      *factura, admitiendo un centimo de redondeo por tipo.
       validar_desglose_iva.
       move 0 to lineas_desglose.
       move 0 to total_desglose.
       perform varying idx_desglose from 1 by 1
           until idx_desglose > 3 or transaccion_activa = 0
           if fpr_base(idx_desglose) = 0
               move 0 to fpr_tasa(idx_desglose)
               move 0 to fpr_cuota(idx_desglose)
           else
               move fpr_tasa(idx_desglose) to tasa_validar
               perform validar_tasa_iva
               if tasa_valida = 0
                   move spaces to ws-estado-fichero
                   move "Tipo de IVA no admitido."
                     to ws-descripcion-estado
                   display PantallaMarco
                   display pantalla_opera_error
                   accept continuar
                   move 0 to transaccion_activa
               else
                   compute fpr_cuota(idx_desglose) rounded =
                       fpr_base(idx_desglose)
                       * fpr_tasa(idx_desglose) / 100
                   add 1 to lineas_desglose
                   compute total_desglose = total_desglose
                       + fpr_base(idx_desglose)
                       + fpr_cuota(idx_desglose)
               end-if
           end-if
       end-perform.
       if transaccion_activa = 1 and lineas_desglose = 0
           move spaces to ws-estado-fichero
           move "Falta el desglose de IVA." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           move 0 to transaccion_activa
       end-if.
       if transaccion_activa = 1
           compute diferencia_desglose = fpr_importe - total_desglose
           if diferencia_desglose < 0
               compute diferencia_desglose = 0 - diferencia_desglose
           end-if
           if diferencia_desglose > lineas_desglose * 0.01
               move spaces to ws-estado-fichero
               move "Bases y cuotas no cuadran con el total."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
               move 0 to transaccion_activa
           end-if
       end-if.
       if transaccion_activa = 1
           if not fpr_deducible and not fpr_no_deducible
               move spaces to ws-estado-fichero
               move "Indique S o N en IVA deducible."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
               move 0 to transaccion_activa
           end-if
       end-if.

      *Muestra los datos de una factura de proveedor registrada.
       consulta_factura_prov.
       move 1 to transaccion_activa.
       perform localizar_factura_prov.
       if transaccion_activa = 1
       if factura_prov_abono
           perform casar_abono_devolucion
           rewrite RFacturaProveedor
             invalid key
               continue
           end-rewrite
           perform mostrar_casado_abono
       else
       if fpr_pedido_compra = 0
           move spaces to ws-estado-fichero
           move "Factura sin pedido; casado manual."
           accept continuar
       else
           perform valorar_recepciones_pedido
      *    Lo recibido esta valorado al coste sin IVA, asi que se casa
      *    contra la suma de bases; las facturas anteriores al
      *    desglose se casan por su importe como hasta ahora.
           move 0 to importe_casado
           perform varying idx_desglose from 1 by 1
               until idx_desglose > 3
               add fpr_base(idx_desglose) to importe_casado
           end-perform
           if importe_casado = 0
               move fpr_importe to importe_casado
           end-if
           move importe_casado to importe_factura_editado
           move importe_recibido to importe_recibido_editado
           move 0 to casado_conforme
           if importe_casado = importe_recibido
              and unidades_sin_servir = 0
               move 1 to casado_conforme
           end-if
           display p_continuar
           accept continuar
       end-if
       end-if
       end-if.

      *Valora al coste del pedido las unidades recibidas de cada
      *linea y cuenta las que siguen sin servir. Todo va en la
      *unidad de compra de la linea, la misma en que factura el
      *proveedor.
       valorar_recepciones_pedido.
       move 0 to importe_recibido.
       move 0 to unidades_sin_servir.
       end-if
       end-if.

      *Registra un abono del proveedor con su desglose de IVA, igual
      *que una factura, y lo casa contra la devolucion a proveedor
      *que cubre.
       registrar_abono_prov.
       move 1 to transaccion_activa.
       move spaces to fpr_codigo_proveedor.
       move spaces to fpr_numero.
       move 0 to fpr_fecha.
       move 0 to fpr_importe.
       move 0 to fpr_pedido_compra.
       move 0 to fpr_devolucion_prov.
       perform varying idx_desglose from 1 by 1 until idx_desglose > 3
           move 0 to fpr_base(idx_desglose)
           move 0 to fpr_tasa(idx_desglose)
           move 0 to fpr_cuota(idx_desglose)
       end-perform.
       set fpr_deducible to true.
       set factura_prov_registrada to true.
       display PantallaMarco.
       display p_datos_factura_prov.
       display p_devolucion_abono.
       accept p_datos_factura_prov
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           accept p_devolucion_abono
             with time-out ws-tiempo-espera
             on exception
               move 1 to sesion-expirada-llamada
               move 0 to transaccion_activa
           end-accept
       end-if.
       if transaccion_activa = 1
       perform validar_factura_prov
       if transaccion_activa = 1
           move 0 to fpr_fecha_pago
           move "N" to fpr_contabilizada
           move "N" to fpr_pago_contabilizado
           set factura_prov_abono to true
           move RFacturaProveedor to abono_tecleado
           read facturas_proveedor
             key is fpr_clave
             invalid key
               move abono_tecleado to RFacturaProveedor
               perform casar_abono_devolucion
               write RFacturaProveedor
                 invalid key
                   continue
               end-write
               perform mostrar_casado_abono
             not invalid key
               move spaces to ws-estado-fichero
               move "Abono ya registrado." to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
           end-read
       end-if
       end-if.

      *Casa el abono contra su devolucion: la indicada o, a cero, la
      *primera pendiente del proveedor por el mismo importe. Si la
      *base del abono cuadra con el abono esperado, el abono queda
      *conforme y la devolucion abonada; si no, el abono queda
      *discrepante y la devolucion sigue pendiente.
       casar_abono_devolucion.
       perform abrir_fichero_devoluciones.
       move 0 to importe_casado.
       perform varying idx_desglose from 1 by 1 until idx_desglose > 3
           add fpr_base(idx_desglose) to importe_casado
       end-perform.
       if importe_casado = 0
           move fpr_importe to importe_casado
       end-if.
       move 0 to devolucion_hallada.
       if devoluciones_abiertas = 0
           continue
       else
       if fpr_devolucion_prov = 0
           perform buscar_devolucion_abono
       else
           move fpr_devolucion_prov to dvp_numero
           read devoluciones_proveedor
             key is dvp_numero
             invalid key
               continue
             not invalid key
               if dvp_codigo_proveedor = fpr_codigo_proveedor
                  and devolucion_pendiente_abono
                   move 1 to devolucion_hallada
               end-if
           end-read
       end-if
       end-if.
       move importe_casado to importe_factura_editado.
       move 0 to importe_devolucion_editado.
       move 0 to casado_conforme.
       if devolucion_hallada = 1
           move dvp_numero to fpr_devolucion_prov
           move dvp_importe to importe_devolucion_editado
           if dvp_importe = importe_casado
               move 1 to casado_conforme
           end-if
       end-if.
       if casado_conforme = 1
           set factura_prov_conforme to true
           set devolucion_abonada to true
           move fpr_numero to dvp_abono_numero
           move fpr_fecha to dvp_abono_fecha
           rewrite RDevolucionProveedor
             invalid key
               continue
           end-rewrite
       else
           set factura_prov_discrepante to true
       end-if.

      *Busca la primera devolucion del proveedor pendiente de abono
      *por el importe de la base del abono.
       buscar_devolucion_abono.
       move low-values to dvp_numero.
       move 0 to fin_devoluciones.
       start devoluciones_proveedor
         key is not less than dvp_numero
         invalid key
           move 1 to fin_devoluciones
       end-start.
       perform until fin_devoluciones = 1
         read devoluciones_proveedor next
           at end
             move 1 to fin_devoluciones
           not at end
             if dvp_codigo_proveedor = fpr_codigo_proveedor
                and devolucion_pendiente_abono
                and dvp_importe = importe_casado
                 move 1 to devolucion_hallada
                 move 1 to fin_devoluciones
             end-if
         end-read
       end-perform.

      *Muestra el abono con el resultado del casado.
       mostrar_casado_abono.
       display PantallaMarco.
       display p_datos_factura_prov.
       display p_devolucion_abono.
       display p_resultado_abono.
       if casado_conforme = 1
           display pantalla_completa
       else
           if devolucion_hallada = 0
               move spaces to ws-estado-fichero
               move "Sin devolucion pendiente que case."
                 to ws-descripcion-estado
               display pantalla_opera_error
           end-if
       end-if.
       display p_continuar.
       accept continuar.

      *Abre el fichero de devoluciones a proveedor la primera vez
      *que hace falta.
       abrir_fichero_devoluciones.
       if devoluciones_abiertas = 0
           open i-o devoluciones_proveedor
           if ws-estado-dev-prov = "00"
               move 1 to devoluciones_abiertas
           end-if
       end-if.

      *Abre los ficheros del circuito de facturas de proveedor,
      *creando el de facturas vacio la primera vez.
       abrir_ficheros_factura_prov.
       open input proveedores.
       open input pedidos_compra.
       open input pedidos_compra_detalle.
       move 1 to tipos_abierto.
       open input tipos_iva.
       if ws-estado-tipos not = "00"
           move 0 to tipos_abierto
       end-if.

      *Comprueba la tasa contra el maestro de tipos de IVA.
       copy "parrafo_validar_tasa.cpy".

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".
