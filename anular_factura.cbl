       program-id. anular_factura as "anular_factura".

       environment division.
       configuration section.
       input-output section.
      *Utiliza las librerias del control de ficheros.
       copy "file_control.cpy".
      *Utiliza el control del fichero de registros de facturacion.
       copy "file_control_registro_fiscal.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de vencimientos.
       copy "file_control_vencimientos.cpy".
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_venta.cpy".
      *Utiliza la estructura del fichero de registros de facturacion.
       copy "estructura_registro_fiscal.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de vencimientos.
       copy "estructura_vencimiento.cpy".
       working-storage section.
       77 continuar pic x.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 fin_ventas pic 9 value 0.
       77 ed_total pic -(11)9.99.
      *Campos del registro encadenado de facturacion.
       copy "ws_registro_fiscal.cpy".
      *Campos de los vencimientos de las ventas liberadas.
       copy "ws_vencimientos.cpy".
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
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
      *Pide el anio y el numero de la factura a anular.
       01 obten_factura_anular
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Anulacion de factura emitida".
           02 line 6 col 5 value "Anio de la factura: ".
           02 line 6 col 26 REQUIRED pic 9(4) using rgf_anio.
           02 line 7 col 5 value "Numero de factura: ".
           02 line 7 col 26 REQUIRED pic 9(6) using rgf_numero.
      *Datos registrados de la factura y confirmacion.
       01 p_confirma_anulacion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 9 col 5 value "Fecha de expedicion: ".
           02 line 9 col 26 pic 9(8) from rgf_fecha.
           02 line 10 col 5 value "NIF del cliente: ".
           02 line 10 col 26 pic x(9) from rgf_nif_cliente.
           02 line 11 col 5 value "Total factura: ".
           02 line 11 col 26 pic x(15) from ed_total.
           02 line 13 col 5 value
              "Sus ventas volveran a quedar pendientes de facturar.".
           02 line 20 col 10 value "Desea anular esta factura (S/N): ".
           02 line 20 col 45 REQUIRED pic x using continuar.

       procedure division using sesion-expirada-llamada.
       perform leer_parametros.
       if parametros_leidos = 1
           move par_nif_empresa to rgf_nif_emisor
       end-if.
      *Anula una factura emitida por error: deja en el registro
      *encadenado de facturacion un registro de anulacion que
      *apunta al alta original y quita el numero de factura de las
      *ventas que cubria, que vuelven a estar pendientes de
      *facturar y pierden sus vencimientos. El numero anulado no se
      *reutiliza.
       move 0 to sesion-expirada-llamada.
       move 0 to rgf_anio.
       move 0 to rgf_numero.
       display pantallaMarco.
       display obten_factura_anular.
       accept obten_factura_anular
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           move "F" to rgf_serie
           perform buscar_registro_fiscal
           evaluate true
             when rgf_encontrado = 0
               move spaces to ws-estado-fichero
               move "Factura no registrada." to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             when rgf_anulado = 1
               move spaces to ws-estado-fichero
               move "La factura ya estaba anulada."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             when other
               perform confirmar_anulacion
           end-evaluate
       end-if.
       exit program.

      *Muestra los datos registrados de la factura y pide la
      *confirmacion antes de anularla.
       confirmar_anulacion.
       move rgf_total to ed_total.
       move "N" to continuar.
       display PantallaMarco.
       display obten_factura_anular.
       display p_confirma_anulacion.
       accept p_confirma_anulacion
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
          and (continuar = "S" or continuar = "s")
           perform liberar_ventas_factura
           move "N" to rgf_tipo
           accept rgf_fecha from date yyyymmdd
           perform grabar_registro_fiscal
           display PantallaMarco
           display pantalla_completa
           accept continuar
       end-if.

      *Quita el numero de la factura anulada de las ventas que lo
      *llevan; las que estaban facturadas vuelven a entregadas y
      *las ya cobradas conservan su estado. Los vencimientos de cada
      *venta se borran; la nueva factura los generara de nuevo.
       liberar_ventas_factura.
       open i-o ventas.
       move 0 to vencimientos_abiertos.
       open i-o vencimientos.
       if ws-estado-vencimientos = "00"
           move 1 to vencimientos_abiertos
       end-if.
       move low-values to codigo_venta.
       move 0 to fin_ventas.
       start ventas
         key is not less than codigo_venta
         invalid key
           move 1 to fin_ventas
       end-start.
       perform until fin_ventas = 1
         read ventas next
           at end
             move 1 to fin_ventas
           not at end
             if factura_anio = rgf_anio
                and factura_numero = rgf_numero
                 move 0 to factura_anio
                 move 0 to factura_numero
                 if venta_facturada
                     set venta_entregada to true
                 end-if
                 rewrite RVenta
                   invalid key
                     continue
                 end-rewrite
                 if vencimientos_abiertos = 1
                     perform borrar_vencimientos_anulada
                 end-if
             end-if
         end-read
       end-perform.
       close ventas.
       if vencimientos_abiertos = 1
           close vencimientos
       end-if.

      *Borra los vencimientos de la venta liberada.
       borrar_vencimientos_anulada.
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
                 delete vencimientos
                   invalid key
                     continue
                 end-delete
             end-if
         end-read
       end-perform.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro encadenado de facturacion y su codigo QR.
       copy "parrafo_registro_fiscal.cpy".
