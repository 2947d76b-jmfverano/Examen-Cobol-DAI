       program-id. impagado_venta as "impagado_venta".

       environment division.
       configuration section.
       input-output section.
      *Utiliza las librerias del control de ficheros.
       copy "file_control.cpy".
      *Utiliza el control del fichero de lineas adicionales de
      *articulo por venta.
       copy "file_control_detalle.cpy".
      *Utiliza el control del fichero maestro de clientes.
       copy "file_control_clientes.cpy".
      *Utiliza el control del fichero de cobros de clientes.
       copy "file_control_cobros.cpy".
      *Utiliza el control del fichero de vencimientos.
       copy "file_control_vencimientos.cpy".
      *Utiliza el control del fichero maestro de tipos de IVA.
       copy "file_control_tipos_iva.cpy".
      *Utiliza el control del fichero de impagados.
       copy "file_control_impagados.cpy".
      *Utiliza el control de las rectificativas y su contador.
       copy "file_control_rectificativas.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de registros de facturacion.
       copy "file_control_registro_fiscal.cpy".
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_venta.cpy".
      *Utiliza la estructura del fichero de lineas adicionales de
      *articulo por venta.
       copy "estructura_detalle.cpy".
      *Ulitila la estructura del fichero maestro de clientes.
       copy "estructura_cliente.cpy".
      *Utiliza la estructura del fichero de cobros de clientes.
       copy "estructura_cobros.cpy".
      *Utiliza la estructura del fichero de vencimientos.
       copy "estructura_vencimiento.cpy".
      *Ulitila la estructura del fichero maestro de tipos de IVA.
       copy "estructura_tipos_iva.cpy".
      *Utiliza la estructura del fichero de impagados.
       copy "estructura_impagado.cpy".
      *Utiliza la estructura de las rectificativas y su contador.
       copy "estructura_rectificativa.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de registros de facturacion.
       copy "estructura_registro_fiscal.cpy".
       working-storage section.
       77 continuar pic x.
       77 opcion_mtto pic 9.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-detalle pic xx value spaces.
       77 ws-estado-cobros pic xx value spaces.
       77 ws-estado-vencimientos pic xx value spaces.
       77 ws-estado-tipos pic xx value spaces.
       77 ws-estado-impagados pic xx value spaces.
       77 ws-estado-contador-rec-fac pic xx value spaces.
       77 cobros_abierto pic 9 value 0.
       77 vencimientos_abiertos pic 9 value 0.
       77 tipos_abierto pic 9 value 0.
       77 bucle_detalle pic 9 value 0.
       77 bucle_cobros pic 9 value 0.
       77 fin_vencimientos pic 9 value 0.
       77 impagado_valido pic 9 value 0.
       77 motivo_tecleado pic x(30) value spaces.
       01 ws-fecha-hoy.
           02 wc-anio-hoy pic 9999.
           02 wc-mes-hoy  pic 99.
           02 wc-dia-hoy  pic 99.
       01 fecha_hoy_num redefines ws-fecha-hoy pic 9(8).
      *Serie anual propia de las rectificativas.
       77 serie_anio pic 9(4) value 0.
       77 serie_numero pic 9(6) value 0.
       77 contador_asignado pic 9 value 0.
       77 reintentos_contador pic 9(3) value 0.
      *Importes de la venta: total con impuestos, cobrado y lo que
      *queda pendiente, con el desglose por tipo de IVA.
       77 linea_base pic 9(11)v99 value 0.
       77 linea_tasa pic 99v99 value 0.
       77 recargo_linea pic 99v99 value 0.
       77 venta_con_recargo pic 9 value 0.
       77 num_tasas_imp pic 9 value 0.
       77 idx_tasa pic 9 value 0.
       77 tasa_encontrada pic 9 value 0.
       01 tabla_tasas_impagado.
          02 tasa_impagado occurs 3 times.
             03 ti_tasa pic 99v99.
             03 ti_base pic 9(11)v99.
             03 ti_iva pic 9(11)v99.
       77 total_base_venta pic 9(11)v99 value 0.
       77 total_venta_imp pic 9(11)v99 value 0.
       77 cobrado_venta_imp pic s9(11)v99 value 0.
       77 pendiente_imp pic s9(11)v99 value 0.
       77 provision_imp pic 9(11)v99 value 0.
       77 base_recuperada pic 9(11)v99 value 0.
       77 iva_recuperado pic 9(11)v99 value 0.
      *Una venta vencida tiene algun vencimiento pendiente pasado o,
      *sin vencimientos, la fecha de la venta mas el plazo de pago
      *del cliente ya cumplida.
       77 venta_vencida pic 9 value 0.
       77 venta_con_vencimientos pic 9 value 0.
       77 dias_vencidos pic s9(5) value 0.
       77 nombre_cliente_imp pic x(31) value spaces.
       77 ed_importe pic -zzzzzzzzzzz9.99.
       77 ed_tasa pic z9.99.
      *Campos del registro encadenado de facturacion.
       copy "ws_registro_fiscal.cpy".
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del codigo de venta tecleado.
       copy "ws_codigo_venta.cpy".
       linkage section.
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
       SCREEN SECTION.
      *Utilizara la pantalla de marcos definida en la librería.
       copy "p_marcos.cpy".
      *Pantalla que indica que la operación se completo bien.
       copy "p_completa.cpy".
      *Pantalla que indica el error en la operacion.
       copy "p_error_operacion.cpy".
      *Muestra al final de la pantalla un linea indicando que continue.
       copy "p_continuar.cpy".
      *Pantalla del menu de impagados.
       01 p_menu_impagados
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 10 value "Impagados y fallidos".
           02 line 6 col 10 value "1.- Pasar venta a dudoso cobro".
           02 line 7 col 10 value "2.- Dar venta por fallida".
           02 line 8 col 10 value "3.- Consulta de impagado".
           02 line 9 col 10 value "4.- Salir".
           02 line 11 col 10 value "Opcion: ".
           02 line 11 col 19 REQUIRED pic 9 using opcion_mtto.
      *Pide la venta que se pasa a dudoso cobro y el motivo.
       01 obten_venta_dudosa
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Paso a dudoso cobro".
           02 line 6 col 5 value "Codigo de venta: ".
           02 line 6 col 25 REQUIRED pic x(8) using imp_codigo_venta.
           02 line 7 col 5 value "Motivo: ".
           02 line 7 col 25 REQUIRED pic x(30) using imp_motivo.
      *Pide la venta de dudoso cobro que se consulta o se da por
      *fallida.
       01 obten_venta_impagada
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Codigo de venta: ".
           02 line 4 col 23 REQUIRED pic x(8) using imp_codigo_venta.
      *Importes de la venta y confirmacion de la operacion.
       01 p_importes_impagado
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 9 col 5 value "Cliente: ".
           02 line 9 col 25 pic x(4) from imp_codigo_cliente.
           02 line 9 col 31 pic x(31) from nombre_cliente_imp.
           02 line 10 col 5 value "Total de la venta: ".
           02 line 10 col 25 pic zzzzzzzzz9.99 from total_venta_imp.
           02 line 11 col 5 value "Pendiente: ".
           02 line 11 col 25 pic -zzzzzzzz9.99 from pendiente_imp.
           02 line 12 col 5 value "Base a provisionar: ".
           02 line 12 col 25 pic zzzzzzzzz9.99 from provision_imp.
           02 line 13 col 5 value "IVA recuperable: ".
           02 line 13 col 25 pic zzzzzzzzz9.99 from iva_recuperado.
           02 line 15 col 5 value "Confirmar (S/N): ".
           02 line 15 col 23 REQUIRED pic x using continuar.
      *Ficha del impagado.
       01 p_ficha_impagado
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 6 col 5 value "Cliente: ".
           02 line 6 col 25 pic x(4) from imp_codigo_cliente.
           02 line 7 col 5 value "Agente: ".
           02 line 7 col 25 pic xx from imp_agente.
           02 line 8 col 5 value "Estado (D/F): ".
           02 line 8 col 25 pic x from imp_estado.
           02 line 9 col 5 value "Motivo: ".
           02 line 9 col 25 pic x(30) from imp_motivo.
           02 line 10 col 5 value "Dudoso desde: ".
           02 line 10 col 25 pic 9(8) from imp_fecha_dudoso.
           02 line 11 col 5 value "Pendiente: ".
           02 line 11 col 25 pic zzzzzzzz9.99 from imp_pendiente.
           02 line 12 col 5 value "Provision: ".
           02 line 12 col 25 pic zzzzzzzz9.99 from imp_provision.
           02 line 13 col 5 value "Fallida el: ".
           02 line 13 col 25 pic 9(8) from imp_fecha_fallido.
           02 line 14 col 5 value "Importe fallido: ".
           02 line 14 col 25 pic zzzzzzzz9.99
              from imp_importe_fallido.
           02 line 15 col 5 value "IVA recuperado: ".
           02 line 15 col 25 pic zzzzzzzz9.99 from iva_recuperado.
           02 line 16 col 5 value "Rectificativa: ".
           02 line 16 col 25 pic 9(4) from imp_rect_anio.
           02 line 16 col 29 value "/".
           02 line 16 col 30 pic 9(6) from imp_rect_numero.
      *Avisa del numero de la rectificativa emitida.
       01 p_rectificativa_impagado
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 17 col 10 value "Factura rectificativa: ".
           02 line 17 col 34 pic 9(4) from imp_rect_anio.
           02 line 17 col 38 value "/".
           02 line 17 col 39 pic 9(6) from imp_rect_numero.
           02 line 18 col 15 value "Pulse una tecla para continuar".

       procedure division using sesion-expirada-llamada.
       perform leer_parametros.
       if parametros_leidos = 1
           move par_nif_empresa to rgf_nif_emisor
       end-if.
      *Impagados: una venta facturada y vencida que no se cobra pasa
      *a dudoso cobro con su motivo, y su pendiente se provisiona;
      *si al final se da por fallida, la venta se cierra y se emite
      *la factura rectificativa que recupera el IVA de lo no
      *cobrado, que entra en la liquidacion del trimestre. Los
      *asientos salen en la exportacion a contabilidad.
       move 0 to sesion-expirada-llamada.
       accept ws-fecha-hoy from date yyyymmdd.
       perform abrir_ficheros_impagado.
       display pantallaMarco.
       display p_menu_impagados.
       accept p_menu_impagados
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       evaluate opcion_mtto
         when 1 perform pasar_a_dudoso
         when 2 perform dar_por_fallida
         when 3 perform consulta_impagado
         when 4 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-evaluate
       end-if.
       perform cerrar_ficheros_impagado.
       exit program.

      *Abre los ficheros; el de impagados se crea si no existe y los
      *de cobros, vencimientos y tipos pueden faltar.
       abrir_ficheros_impagado.
       open i-o ventas.
       open input ventas_detalle.
       open input clientes.
       open i-o impagados.
       if ws-estado-impagados = "35"
           open output impagados
           close impagados
           open i-o impagados
       end-if.
       move 1 to cobros_abierto.
       open input cobros.
       if ws-estado-cobros not = "00"
           move 0 to cobros_abierto
       end-if.
       move 1 to vencimientos_abiertos.
       open input vencimientos.
       if ws-estado-vencimientos not = "00"
           move 0 to vencimientos_abiertos
       end-if.
       move 1 to tipos_abierto.
       open input tipos_iva.
       if ws-estado-tipos not = "00"
           move 0 to tipos_abierto
       end-if.

      *Cierra los ficheros abiertos al entrar.
       cerrar_ficheros_impagado.
       close ventas.
       close ventas_detalle.
       close clientes.
       close impagados.
       if cobros_abierto = 1
           close cobros
       end-if.
       if vencimientos_abiertos = 1
           close vencimientos
       end-if.
       if tipos_abierto = 1
           close tipos_iva
       end-if.

      *Pasa a dudoso cobro una venta facturada, vencida y con saldo
      *pendiente, anotando el motivo y la base que se provisiona.
       pasar_a_dudoso.
       move 1 to transaccion_activa.
       move spaces to RImpagado.
       display PantallaMarco.
       display obten_venta_dudosa.
       accept obten_venta_dudosa
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       move imp_codigo_venta to venta_tecleada.
       perform normalizar_codigo_venta.
       move venta_tecleada to imp_codigo_venta.
       if transaccion_activa = 0
           exit paragraph
       end-if.
       move imp_motivo to motivo_tecleado.
       perform validar_venta_dudosa.
       if impagado_valido = 0
           move spaces to ws-estado-fichero
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-if.
       move 0 to iva_recuperado.
       move "N" to continuar.
       display PantallaMarco.
       display obten_venta_dudosa.
       display p_importes_impagado.
       accept p_importes_impagado
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 0
          or (continuar not = "S" and continuar not = "s")
           exit paragraph
       end-if.
       move spaces to RImpagado.
       move codigo_venta to imp_codigo_venta.
       move codigo_cliente to imp_codigo_cliente.
       move motivo_tecleado to imp_motivo.
       move codigo of agente_comercial to imp_agente.
       set impagado_dudoso to true.
       move fecha_hoy_num to imp_fecha_dudoso.
       move 0 to imp_fecha_fallido.
       move pendiente_imp to imp_pendiente.
       move provision_imp to imp_provision.
       move 0 to imp_importe_fallido.
       perform varying idx_tasa from 1 by 1 until idx_tasa > 3
           move 0 to imp_tasa(idx_tasa)
           move 0 to imp_base(idx_tasa)
           move 0 to imp_cuota(idx_tasa)
       end-perform.
       move 0 to imp_rect_anio.
       move 0 to imp_rect_numero.
       move "N" to imp_dudoso_contabilizado.
       move "N" to imp_fallido_contabilizado.
       write RImpagado
         invalid key
           move ws-estado-impagados to ws-estado-fichero
           move "No se pudo grabar el impagado."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-write.
       set venta_dudoso_cobro to true.
       rewrite RVenta
         invalid key
           continue
       end-rewrite.
       display PantallaMarco.
       display pantalla_completa.
       accept continuar.

      *Comprueba que la venta existe, esta facturada, no figura ya
      *en impagados, tiene saldo pendiente y esta vencida.
       validar_venta_dudosa.
       move 1 to impagado_valido.
       move imp_codigo_venta to codigo_venta.
       read ventas
         key is codigo_venta
         invalid key
           move "Venta no encontrada." to ws-descripcion-estado
           move 0 to impagado_valido
       end-read.
       if impagado_valido = 1 and not venta_facturada
           move "Solo ventas facturadas sin cobrar."
             to ws-descripcion-estado
           move 0 to impagado_valido
       end-if.
       if impagado_valido = 1
           read impagados
             key is imp_codigo_venta
             invalid key
               continue
             not invalid key
               move "La venta ya figura en impagados."
                 to ws-descripcion-estado
               move 0 to impagado_valido
           end-read
       end-if.
       if impagado_valido = 1
           perform calcular_pendiente_impagado
           if pendiente_imp not > 0
               move "La venta no tiene saldo pendiente."
                 to ws-descripcion-estado
               move 0 to impagado_valido
           end-if
       end-if.
       if impagado_valido = 1
           perform comprobar_venta_vencida
           if venta_vencida = 0
               move "La venta aun no ha vencido."
                 to ws-descripcion-estado
               move 0 to impagado_valido
           end-if
       end-if.

      *Da por fallida una venta de dudoso cobro: recalcula lo que
      *sigue pendiente, reparte el IVA recuperable por tipo, emite
      *la rectificativa y cierra la venta.
       dar_por_fallida.
       move 1 to transaccion_activa.
       move spaces to imp_codigo_venta.
       display PantallaMarco.
       display obten_venta_impagada.
       accept obten_venta_impagada
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       move imp_codigo_venta to venta_tecleada.
       perform normalizar_codigo_venta.
       move venta_tecleada to imp_codigo_venta.
       if transaccion_activa = 0
           exit paragraph
       end-if.
       perform validar_venta_fallida.
       if impagado_valido = 0
           move spaces to ws-estado-fichero
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-if.
       perform repartir_iva_recuperado.
       move "N" to continuar.
       display PantallaMarco.
       display obten_venta_impagada.
       display p_importes_impagado.
       accept p_importes_impagado
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 0
          or (continuar not = "S" and continuar not = "s")
           exit paragraph
       end-if.
       perform asignar_numero_rectificativa.
       if contador_asignado = 0
           move spaces to ws-estado-fichero
           move "Contador en uso; reintente."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-if.
       move serie_anio to imp_rect_anio.
       move serie_numero to imp_rect_numero.
       set impagado_fallido to true.
       move fecha_hoy_num to imp_fecha_fallido.
       move pendiente_imp to imp_importe_fallido.
       rewrite RImpagado
         invalid key
           continue
       end-rewrite.
       set venta_fallida to true.
       rewrite RVenta
         invalid key
           continue
       end-rewrite.
       perform registrar_rectificativa_impagado.
       perform escribir_rectificativa_impagado.
       display PantallaMarco.
       display p_rectificativa_impagado.
       accept continuar.

      *Comprueba que la venta esta en dudoso cobro y que aun le
      *queda algo pendiente.
       validar_venta_fallida.
       move 1 to impagado_valido.
       read impagados
         key is imp_codigo_venta
         invalid key
           move "La venta no figura en impagados."
             to ws-descripcion-estado
           move 0 to impagado_valido
       end-read.
       if impagado_valido = 1 and not impagado_dudoso
           move "La venta ya se dio por fallida."
             to ws-descripcion-estado
           move 0 to impagado_valido
       end-if.
       if impagado_valido = 1
           move imp_codigo_venta to codigo_venta
           read ventas
             key is codigo_venta
             invalid key
               move "Venta no encontrada." to ws-descripcion-estado
               move 0 to impagado_valido
           end-read
       end-if.
       if impagado_valido = 1
           perform calcular_pendiente_impagado
           if pendiente_imp not > 0
               move "La venta ya no tiene saldo pendiente."
                 to ws-descripcion-estado
               move 0 to impagado_valido
           end-if
       end-if.

      *Reparte lo pendiente entre los tipos de IVA de la venta en
      *proporcion a su total: la base y la cuota que se recuperan.
       repartir_iva_recuperado.
       move 0 to base_recuperada.
       move 0 to iva_recuperado.
       perform varying idx_tasa from 1 by 1 until idx_tasa > 3
           if idx_tasa > num_tasas_imp
               move 0 to imp_tasa(idx_tasa)
               move 0 to imp_base(idx_tasa)
               move 0 to imp_cuota(idx_tasa)
           else
               move ti_tasa(idx_tasa) to imp_tasa(idx_tasa)
               compute imp_base(idx_tasa) rounded =
                   ti_base(idx_tasa) * pendiente_imp
                   / total_venta_imp
               compute imp_cuota(idx_tasa) rounded =
                   ti_iva(idx_tasa) * pendiente_imp
                   / total_venta_imp
               add imp_base(idx_tasa) to base_recuperada
               add imp_cuota(idx_tasa) to iva_recuperado
           end-if
       end-perform.

      *Muestra la ficha de un impagado.
       consulta_impagado.
       move 1 to transaccion_activa.
       move spaces to imp_codigo_venta.
       display PantallaMarco.
       display obten_venta_impagada.
       accept obten_venta_impagada
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       move imp_codigo_venta to venta_tecleada.
       perform normalizar_codigo_venta.
       move venta_tecleada to imp_codigo_venta.
       if transaccion_activa = 0
           exit paragraph
       end-if.
       read impagados
         key is imp_codigo_venta
         invalid key
           move spaces to ws-estado-fichero
           move "La venta no figura en impagados."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move 0 to iva_recuperado
           perform varying idx_tasa from 1 by 1 until idx_tasa > 3
               add imp_cuota(idx_tasa) to iva_recuperado
           end-perform
           display PantallaMarco
           display obten_venta_impagada
           display p_ficha_impagado
           display p_continuar
           accept continuar
       end-read.

      *Calcula el total con impuestos de la venta leida, su desglose
      *por tipo de IVA, lo cobrado y lo pendiente, y la base del
      *pendiente que se provisiona.
       calcular_pendiente_impagado.
       move codigo_cliente to imp_codigo_cliente.
       move spaces to nombre_cliente_imp.
       move 0 to venta_con_recargo.
       move codigo_cliente to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           move 0 to plazo_pago_dias
           move nombre_cliente to nombre_cliente_imp
         not invalid key
           string nombre of RCliente delimited by "  "
                  " " delimited by size
                  apellidos of RCliente delimited by "  "
             into nombre_cliente_imp
           end-string
           if cliente_con_recargo
               move 1 to venta_con_recargo
           end-if
       end-read.
       initialize tabla_tasas_impagado.
       move 0 to num_tasas_imp.
       move 0 to total_base_venta.
       move 0 to total_venta_imp.
       compute linea_base =
           precio_venta of articulo * numero_unidades of articulo
           * (1 - descuento / 100).
       move tasa_iva of articulo to linea_tasa.
       perform acumular_linea_impagado.
       move codigo_venta to det_codigo_venta.
       move low-values to det_numero_linea.
       move 0 to bucle_detalle.
       start ventas_detalle
         key is not less than det_clave_venta
         invalid key
           move 1 to bucle_detalle
       end-start.
       perform until bucle_detalle = 1
         read ventas_detalle next
           at end
             move 1 to bucle_detalle
           not at end
             if det_codigo_venta not = codigo_venta
                 move 1 to bucle_detalle
             else
                 compute linea_base =
                     det_precio_venta * det_numero_unidades
                     * (1 - det_descuento / 100)
                 move det_tasa_iva to linea_tasa
                 perform acumular_linea_impagado
             end-if
         end-read
       end-perform.
       perform calcular_cobrado_impagado.
       compute pendiente_imp = total_venta_imp - cobrado_venta_imp.
       move 0 to provision_imp.
       if pendiente_imp > 0 and total_venta_imp > 0
           compute provision_imp rounded =
               total_base_venta * pendiente_imp / total_venta_imp
       end-if.

      *Acumula la linea en la entrada de su tipo de IVA; a partir
      *del tercer tipo distinto se suma en el ultimo.
       acumular_linea_impagado.
       move 0 to tasa_encontrada.
       perform varying idx_tasa from 1 by 1
           until idx_tasa > num_tasas_imp or tasa_encontrada = 1
           if ti_tasa(idx_tasa) = linea_tasa
               move 1 to tasa_encontrada
           end-if
       end-perform.
       if tasa_encontrada = 1
           subtract 1 from idx_tasa
       else
           if num_tasas_imp < 3
               add 1 to num_tasas_imp
               move num_tasas_imp to idx_tasa
               move linea_tasa to ti_tasa(idx_tasa)
           else
               move 3 to idx_tasa
           end-if
       end-if.
       add linea_base to ti_base(idx_tasa).
       compute ti_iva(idx_tasa) = ti_iva(idx_tasa)
           + (linea_base * linea_tasa / 100).
       add linea_base to total_base_venta.
       compute total_venta_imp = total_venta_imp
           + linea_base + (linea_base * linea_tasa / 100).
       if venta_con_recargo = 1
           perform buscar_recargo_impagado
           compute total_venta_imp = total_venta_imp
               + (linea_base * recargo_linea / 100)
       end-if.

      *Recupera el recargo de equivalencia del tipo de la linea.
       buscar_recargo_impagado.
       move 0 to recargo_linea.
       if tipos_abierto = 1
           move linea_tasa to tipo_tasa
           read tipos_iva
             key is tipo_tasa
             invalid key
               continue
             not invalid key
               if tipo_recargo is numeric
                   move tipo_recargo to recargo_linea
               end-if
           end-read
       end-if.

      *Suma los cobros anotados contra la venta leida; las
      *anulaciones de recibos devueltos restan.
       calcular_cobrado_impagado.
       move 0 to cobrado_venta_imp.
       if cobros_abierto = 1
           move codigo_venta to cob_codigo_venta
           move low-values to cob_numero
           move 0 to bucle_cobros
           start cobros
             key is not less than cob_clave
             invalid key
               move 1 to bucle_cobros
           end-start
           perform until bucle_cobros = 1
             read cobros next
               at end
                 move 1 to bucle_cobros
               not at end
                 if cob_codigo_venta not = codigo_venta
                     move 1 to bucle_cobros
                 else
                     add cob_importe to cobrado_venta_imp
                 end-if
             end-read
           end-perform
       end-if.

      *Mira si la venta esta vencida: con vencimientos, alguno de la
      *factura pendiente y con fecha pasada; sin ellos, la fecha de
      *la venta mas el plazo de pago del cliente, con meses de 30
      *dias como en la antiguedad de saldos.
       comprobar_venta_vencida.
       move 0 to venta_vencida.
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
                        and not vencimiento_gastos
                        and not vencimiento_intereses
                        and vto_fecha_vencimiento < fecha_hoy_num
                         move 1 to venta_vencida
                     end-if
                 end-if
             end-read
           end-perform
       end-if.
       if venta_con_vencimientos = 0
           if plazo_pago_dias not numeric
               move 0 to plazo_pago_dias
           end-if
           compute dias_vencidos =
               (wc-anio-hoy - anio) * 360
               + (wc-mes-hoy - mes) * 30
               + (wc-dia-hoy - dia)
               - plazo_pago_dias
           if dias_vencidos > 0
               move 1 to venta_vencida
           end-if
       end-if.

      *Anota el alta de la rectificativa del fallido en el registro
      *encadenado de facturacion, con la base y la cuota recuperadas
      *en negativo.
       registrar_rectificativa_impagado.
       move spaces to rgf_nif_cliente.
       move imp_codigo_cliente to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           continue
         not invalid key
           move nif to rgf_nif_cliente
       end-read.
       move "A" to rgf_tipo.
       move "R" to rgf_serie.
       move imp_rect_anio to rgf_anio.
       move imp_rect_numero to rgf_numero.
       move fecha_hoy_num to rgf_fecha.
       move imp_codigo_venta to rgf_codigo_venta.
       compute rgf_base = 0 - base_recuperada.
       compute rgf_cuota = 0 - iva_recuperado.
       move 0 to rgf_recargo.
       compute rgf_total = 0 - base_recuperada - iva_recuperado.
       perform grabar_registro_fiscal.

      *Escribe el documento de la rectificativa del fallido:
      *referencia de la factura original, cliente, motivo y el
      *desglose recuperado en negativo.
       escribir_rectificativa_impagado.
       open extend rectificativas.
       move "====================================="
         to registro_rectificativa.
       write registro_rectificativa.
       move spaces to registro_rectificativa.
       string "FACTURA RECTIFICATIVA " delimited by size
              imp_rect_anio delimited by size
              "/" delimited by size
              imp_rect_numero delimited by size
         into registro_rectificativa
       end-string.
       write registro_rectificativa.
       move spaces to registro_rectificativa.
       string "Rectifica la factura " delimited by size
              factura_anio delimited by size
              "/" delimited by size
              factura_numero delimited by size
              "  Venta: " delimited by size
              imp_codigo_venta delimited by size
         into registro_rectificativa
       end-string.
       write registro_rectificativa.
       move spaces to registro_rectificativa.
       string "Cliente: " delimited by size
              imp_codigo_cliente delimited by size
              " " delimited by size
              nombre_cliente_imp delimited by size
              "  NIF: " delimited by size
              rgf_nif_cliente delimited by size
         into registro_rectificativa
       end-string.
       write registro_rectificativa.
       move spaces to registro_rectificativa.
       string "Credito incobrable: " delimited by size
              imp_motivo delimited by size
         into registro_rectificativa
       end-string.
       write registro_rectificativa.
       perform varying idx_tasa from 1 by 1 until idx_tasa > 3
           if imp_base(idx_tasa) not = 0
               move imp_tasa(idx_tasa) to ed_tasa
               compute ed_importe = 0 - imp_base(idx_tasa)
               move spaces to registro_rectificativa
               string "Base imponible:  " delimited by size
                      ed_importe delimited by size
                      "  (IVA " delimited by size
                      ed_tasa delimited by size
                      "%)" delimited by size
                 into registro_rectificativa
               end-string
               write registro_rectificativa
               compute ed_importe = 0 - imp_cuota(idx_tasa)
               move spaces to registro_rectificativa
               string "Cuota IVA:       " delimited by size
                      ed_importe delimited by size
                 into registro_rectificativa
               end-string
               write registro_rectificativa
           end-if
       end-perform.
       compute ed_importe = 0 - base_recuperada - iva_recuperado.
       move spaces to registro_rectificativa.
       string "TOTAL RECTIFICADO: " delimited by size
              ed_importe delimited by size
         into registro_rectificativa
       end-string.
       write registro_rectificativa.
       if qr_datos not = spaces
           move "Codigo QR de verificacion (VERI*FACTU):"
             to registro_rectificativa
           write registro_rectificativa
           move qr_url to registro_rectificativa
           write registro_rectificativa
           move qr_datos to registro_rectificativa
           write registro_rectificativa
       end-if.
       move "====================================="
         to registro_rectificativa.
       write registro_rectificativa.
       close rectificativas.

      *Reserva el siguiente numero de la serie anual propia de las
      *rectificativas, con el patron atomico habitual.
       asignar_numero_rectificativa.
       move 0 to contador_asignado.
       move 0 to reintentos_contador.
       perform until contador_asignado = 1
          or reintentos_contador > 50
           open i-o contador_rectificativa
           evaluate true
             when ws-estado-contador-rec-fac = "00"
               read contador_rectificativa
                 at end
                   move wc-anio-hoy to serie_anio
                   move 1 to serie_numero
                   close contador_rectificativa
                   open output contador_rectificativa
                   perform montar_contador_rect
                   write registro_contador_rect
                 not at end
                   unstring registro_contador_rect
                       delimited by ","
                     into serie_anio serie_numero
                   end-unstring
                   if serie_anio not = wc-anio-hoy
                       move wc-anio-hoy to serie_anio
                       move 0 to serie_numero
                   end-if
                   add 1 to serie_numero
                   perform montar_contador_rect
                   rewrite registro_contador_rect
               end-read
               close contador_rectificativa
               move 1 to contador_asignado
             when ws-estado-contador-rec-fac = "35"
               move wc-anio-hoy to serie_anio
               move 1 to serie_numero
               open output contador_rectificativa
               perform montar_contador_rect
               write registro_contador_rect
               close contador_rectificativa
               move 1 to contador_asignado
             when other
      *        Contador en uso por otro puesto: se reintenta.
               add 1 to reintentos_contador
           end-evaluate
       end-perform.

      *Monta la linea del contador con la serie y el numero.
       montar_contador_rect.
       move spaces to registro_contador_rect.
       string serie_anio delimited by size
              "," delimited by size
              serie_numero delimited by size
         into registro_contador_rect
       end-string.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro encadenado de facturacion y su codigo QR.
       copy "parrafo_registro_fiscal.cpy".

      *Codigo de venta tecleado completado con ceros.
       copy "parrafo_codigo_venta.cpy".
