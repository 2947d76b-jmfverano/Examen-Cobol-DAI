       program-id. proteccion_datos_cliente
           as "proteccion_datos_cliente".

       environment division.
       configuration section.
       input-output section.
      *Utiliza las librerias del control de ficheros.
       copy "file_control.cpy".
      *Utiliza el control del fichero maestro de clientes.
       copy "file_control_clientes.cpy".
      *Utiliza el control del fichero de lineas adicionales de venta.
       copy "file_control_detalle.cpy".
      *Utiliza el control del fichero de cobros de clientes.
       copy "file_control_cobros.cpy".
      *Utiliza el control del fichero registro de albaranes.
       copy "file_control_registro_albaranes.cpy".
      *Utiliza el control del fichero de direcciones de entrega.
       copy "file_control_direcciones_entrega.cpy".
      *Utiliza el control de los ficheros historicos de ventas.
       copy "file_control_historico.cpy".
      *Utiliza el control del fichero de ventas dadas de baja.
       copy "file_control_venta_baja.cpy".
      *Utiliza el control de los ficheros de presupuestos.
       copy "file_control_presupuestos.cpy".
      *Utiliza el control de los ficheros de pedidos externos.
       copy "file_control_pedidos.cpy".
      *Utiliza el control de los ficheros de contratos.
       copy "file_control_contratos.cpy".
      *Utiliza el control de los ficheros de ordenes de taller.
       copy "file_control_taller.cpy".
      *Utiliza el control de los ficheros de prestamos de equipos.
       copy "file_control_prestamos.cpy".
      *Utiliza el control del fichero de contactos con clientes.
       copy "file_control_contactos_clientes.cpy".
      *Utiliza el control del fichero de saldos a favor.
       copy "file_control_saldos_favor.cpy".
      *Utiliza el control del fichero de auditoria de operaciones.
       copy "file_control_auditoria_op.cpy".
      *Utiliza el control del registro de proteccion de datos.
       copy "file_control_proteccion_datos.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero maestro de empresas.
       copy "file_control_empresas.cpy".
      *Utiliza el control de la cola de correo saliente.
       copy "file_control_cola_correo.cpy".
      *Utiliza el control de la clave de las cuentas bancarias y de
      *su registro de accesos.
       copy "file_control_cuentas_bancarias.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
      *Copia de trabajo del registro de cambios mientras se tapan
      *los datos personales del cliente anonimizado.
       select cambios_anonimizados
           assign to ".\cambios_maestros.tmp"
           organization is line sequential
           file status is ws-estado-cambios-tmp.
      *Extracto de los datos personales del cliente (el nombre lleva
      *el codigo del cliente).
       select extracto_datos
           assign to nombre_extracto
           organization is line sequential.
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_venta.cpy".
      *Ulitila la estructura del fichero maestro de clientes.
       copy "estructura_cliente.cpy".
      *Utiliza la estructura del fichero de lineas de venta.
       copy "estructura_detalle.cpy".
      *Utiliza la estructura del fichero de cobros de clientes.
       copy "estructura_cobros.cpy".
      *Utiliza la estructura del fichero registro de albaranes.
       copy "estructura_registro_albaran.cpy".
      *Utiliza la estructura del fichero de direcciones de entrega.
       copy "estructura_direccion_entrega.cpy".
      *Utiliza la estructura de los ficheros historicos de ventas.
       copy "estructura_historico.cpy".
      *Utiliza la estructura del fichero de ventas dadas de baja.
       copy "estructura_venta_baja.cpy".
      *Utiliza la estructura de los ficheros de presupuestos.
       copy "estructura_presupuesto.cpy".
      *Utiliza la estructura de los ficheros de pedidos externos.
       copy "estructura_pedido.cpy".
      *Utiliza la estructura de los ficheros de contratos.
       copy "estructura_contrato.cpy".
      *Utiliza la estructura de los ficheros de ordenes de taller.
       copy "estructura_taller.cpy".
      *Utiliza la estructura de los ficheros de prestamos.
       copy "estructura_prestamo.cpy".
      *Utiliza la estructura del fichero de contactos con clientes.
       copy "estructura_contacto_cliente.cpy".
      *Utiliza la estructura del fichero de saldos a favor.
       copy "estructura_saldo_favor.cpy".
      *Utiliza la estructura del fichero de auditoria de operaciones.
       copy "estructura_auditoria_op.cpy".
      *Utiliza la estructura del registro de proteccion de datos.
       copy "estructura_proteccion_datos.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero maestro de empresas.
       copy "estructura_empresa.cpy".
      *Utiliza la estructura de la cola de correo saliente.
       copy "estructura_cola_correo.cpy".
      *Utiliza la estructura de la clave de las cuentas bancarias y
      *de su registro de accesos.
       copy "estructura_cuentas_bancarias.cpy".
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
      *Copia de trabajo del registro de cambios, con la misma
      *longitud que RCambioMaestro.
       fd cambios_anonimizados.
       01 registro_cambio_anonimizado pic x(185).
       fd extracto_datos.
       01 registro_extracto pic x(160).
       working-storage section.
       77 continuar pic x.
       77 opcion_proteccion pic 9.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-detalle pic xx value spaces.
       77 ws-estado-cobros pic xx value spaces.
       77 ws-estado-reg-albaranes pic xx value spaces.
       77 ws-estado-direcciones pic xx value spaces.
       77 ws-estado-historico pic xx value spaces.
       77 ws-estado-det-historico pic xx value spaces.
       77 ws-estado-presupuestos pic xx value spaces.
       77 ws-estado-pres-detalle pic xx value spaces.
       77 ws-estado-contador-pres pic xx value spaces.
       77 ws-estado-pedidos pic xx value spaces.
       77 ws-estado-ped-entrada pic xx value spaces.
       77 ws-estado-contador-ped pic xx value spaces.
       77 ws-estado-contratos pic xx value spaces.
       77 ws-estado-con-detalle pic xx value spaces.
       77 ws-estado-taller pic xx value spaces.
       77 ws-estado-taller-piezas pic xx value spaces.
       77 ws-estado-taller-tiempos pic xx value spaces.
       77 ws-estado-contador-ot pic xx value spaces.
       77 ws-estado-prestamos pic xx value spaces.
       77 ws-estado-contador-pst pic xx value spaces.
       77 ws-estado-contactos pic xx value spaces.
       77 ws-estado-auditoria-op pic xx value spaces.
       77 ws-estado-proteccion pic xx value spaces.
      *Campos del registro de cambios de los maestros: si la linea
      *es del cliente y si el campo es un dato personal, que al
      *anonimizar se tapa en el valor de antes y en el de despues.
       77 ws-estado-cambios pic xx value spaces.
       77 ws-estado-cambios-tmp pic xx value spaces.
       77 cambio_del_cliente pic 9 value 0.
       77 campo_cambio pic x(24) value spaces.
          88 campo_personal value "nombre" "apellidos" "telefono"
             "direccion" "ciudad" "codigo_postal" "nif"
             "email_facturacion" "email_entrega" "cuenta_bancaria"
             "dre_nombre_sede" "dre_direccion" "dre_ciudad"
             "dre_codigo_postal".
       77 lineas_cambio_tapadas pic 9(7) value 0.
       77 fichero_cambios_tmp pic x(30)
           value ".\cambios_maestros.tmp".
       77 resultado_borrado pic 9(8) comp-5 value 0.
      *La cuenta bancaria sale enmascarada en el extracto y su
      *borrado queda en el registro de accesos a las cuentas.
       copy "ws_cuenta_bancaria.cpy".
      *Campos del saldo a favor de los clientes.
       copy "ws_saldo_favor.cpy".
       77 fin_recorrido pic 9 value 0.
       77 fin_albaranes pic 9 value 0.
       77 bucle_detalle pic 9 value 0.
       77 bucle_cobros pic 9 value 0.
       77 fecha_hoy pic 9(8) value 0.
       77 hora_hoy pic 9(8) value 0.
      *Fecha desde la que los documentos del cliente siguen dentro
      *del plazo de conservacion fiscal.
       77 anios_conservacion pic 99 value 6.
       77 fecha_limite pic 9(8) value 0.
       77 fecha_documento pic 9(8) value 0.
       77 cliente_proteccion pic x(4) value spaces.
       77 venta_proceso pic x(8) value spaces.
      *Texto que sustituye al nombre en todos los ficheros.
       77 texto_anonimizado pic x(11) value "ANONIMIZADO".
       77 motivo_rechazo pic x(40) value spaces.
       77 confirma_anonimizacion pic x value space.
       77 lineas_extracto pic 9(7) value 0.
       77 registros_anonimizados pic 9(7) value 0.
       77 nombre_extracto pic x(40) value spaces.
      *Importe pendiente de cobro de cada venta del cliente.
       77 importe_venta_iva pic 9(13)v99 value 0.
       77 cobrado_venta pic s9(13)v99 value 0.
       77 pendiente_venta pic s9(13)v99 value 0.
       77 ed_importe pic -(10)9.99.
      *Ventas del cliente (vivas, archivadas y dadas de baja), para
      *sacar del fichero de auditoria las operaciones sobre ellas.
       77 num_ventas_cliente pic 9(4) value 0.
       77 idx_venta_cliente pic 9(4) value 0.
       77 maximo_ventas_cliente pic 9(4) value 2000.
       77 venta_del_cliente pic 9 value 0.
       01 tabla_ventas_cliente.
          02 vc_codigo pic x(8) occurs 2000 times.
      *Campos de una linea del fichero de auditoria de operaciones.
       77 aop_login pic x(12) value spaces.
       77 aop_fecha pic x(8) value spaces.
       77 aop_hora pic x(8) value spaces.
       77 aop_tipo pic x(12) value spaces.
       77 aop_venta pic x(8) value spaces.
      *Linea del registro de peticiones de proteccion de datos.
       77 operacion_proteccion pic x(13) value spaces.
       77 resultado_proteccion pic x(40) value spaces.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del maestro de empresas y del cambio de empresa.
       copy "ws_empresa.cpy".
      *Campos de la cola de correo saliente.
       copy "ws_cola_correo.cpy".
       linkage section.
      *Login del operador, para el registro de peticiones.
       01 login-usuario pic x(12).
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
      *Pantalla que obtendra el codigo de cliente.
       copy "obten_codigo_cliente.cpy".
      *Pantalla del menu de proteccion de datos.
       01 p_menu_proteccion_datos
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 10 value "Proteccion de datos de clientes".
           02 line 6 col 10 value "1.- Extracto de datos personales".
           02 line 7 col 10 value "2.- Anonimizar un cliente".
           02 line 8 col 10 value "3.- Salir".
           02 line 10 col 10 value "Opcion: ".
           02 line 10 col 19 REQUIRED pic 9 using opcion_proteccion.
      *Fichero en el que quedo el extracto.
       01 p_extracto_generado
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 6 col 5 pic x(15) from nombre of RCliente.
           02 line 6 col 21 pic x(15) from apellidos of RCliente.
           02 line 15 col 10 value "Extracto generado en: ".
           02 line 15 col 32 pic x(40) from nombre_extracto.
           02 line 16 col 10 value "Lineas: ".
           02 line 16 col 32 pic zzzzzz9 from lineas_extracto.
           02 line 18 col 15 value "Pulse una tecla para continuar".
      *Ficha del cliente que se va a anonimizar.
       01 p_confirma_anonimizacion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 6 col 5 pic x(15) from nombre of RCliente.
           02 line 6 col 21 pic x(15) from apellidos of RCliente.
           02 line 7 col 5 value "NIF: ".
           02 line 7 col 21 pic x(9) from nif.
           02 line 9 col 5 value
              "Se borraran nombre, direccion, telefono y cuenta en".
           02 line 10 col 5 value
              "todos los ficheros; importes y documentos se quedan.".
           02 line 12 col 5 value "Confirmar la anonimizacion (S/N)? ".
           02 line 12 col 40 REQUIRED pic x
              using confirma_anonimizacion.
      *Resultado de la anonimizacion.
       01 p_anonimizacion_hecha
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 15 col 10 value "Cliente anonimizado.".
           02 line 16 col 10 value "Registros tratados: ".
           02 line 16 col 32 pic zzzzzz9 from registros_anonimizados.
           02 line 18 col 15 value "Pulse una tecla para continuar".

       procedure division using login-usuario sesion-expirada-llamada.
       perform leer_parametros.
      *Proteccion de datos de los clientes particulares: saca en un
      *fichero de texto todo lo que se guarda de un cliente en todos
      *los ficheros, y borra sus datos personales (nombre, direccion,
      *telefono, cuenta) cuando lo pide, siempre que no le quede
      *nada por cobrar ni documentos dentro del plazo de
      *conservacion fiscal. Los importes, los numeros de documento,
      *el NIF del registro fiscal y la provincia y el pais que piden
      *las declaraciones se conservan. Cada peticion atendida queda
      *anotada en proteccion_datos.log. La ficha y las direcciones
      *son comunes; el resto, incluido el registro de cambios de los
      *maestros, se busca en todas las empresas.
       move 0 to sesion-expirada-llamada.
       if parametros_leidos = 1 and par_ret_fiscal not = 0
           move par_ret_fiscal to anios_conservacion
       end-if.
       accept fecha_hoy from DATE YYYYMMDD.
       compute fecha_limite = fecha_hoy - anios_conservacion * 10000.
       display PantallaMarco.
       display p_menu_proteccion_datos.
       accept p_menu_proteccion_datos
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       evaluate opcion_proteccion
         when 1 perform extracto_cliente
         when 2 perform anonimizar_cliente
         when 3 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-evaluate
       end-if.
       exit program.

      *Pide el cliente y lo lee del maestro; deja transaccion_activa
      *a cero si no se sigue adelante.
       pedir_cliente_proteccion.
       move spaces to codigo of RCliente.
       display PantallaMarco.
       display obten_codigo_cliente.
       accept obten_codigo_cliente
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 0
           exit paragraph
       end-if.
       move codigo of RCliente to cliente_proteccion.
       read clientes
         key is codigo of RCliente
         invalid key
           move 0 to transaccion_activa
           move spaces to ws-estado-fichero
           move "Cliente no encontrado." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-read.

      ******************************************************************
      *Extracto de los datos personales del cliente.
      ******************************************************************
       extracto_cliente.
       open input clientes.
       perform pedir_cliente_proteccion.
       if transaccion_activa = 0
           close clientes
           exit paragraph
       end-if.
       move spaces to nombre_extracto.
       string ".\datos_personales_" delimited by size
              cliente_proteccion delimited by space
              ".txt" delimited by size
         into nombre_extracto
       end-string.
       open output extracto_datos.
       move 0 to lineas_extracto.
       move 0 to num_ventas_cliente.
       move spaces to registro_extracto.
       string "Datos personales del cliente " delimited by size
              cliente_proteccion delimited by size
              " a fecha " delimited by size
              fecha_hoy delimited by size
         into registro_extracto
       end-string.
       perform escribir_linea_extracto.
       perform extraer_ficha_cliente.
       close clientes.
       perform extraer_direcciones.
       perform extraer_datos_empresas.
       close extracto_datos.
       move "EXTRACTO" to operacion_proteccion.
       move nombre_extracto to resultado_proteccion.
       perform grabar_proteccion_datos.
       display PantallaMarco.
       display p_extracto_generado.
       accept continuar.

      *Los ficheros de ventas, documentos, contactos, saldos a favor
      *y auditoria son de cada empresa: con maestro de empresas se
      *extraen de todas, cada una tras una linea con la empresa; sin
      *el, solo del directorio actual.
       extraer_datos_empresas.
       perform cargar_empresas.
       if multiempresa = 0
           perform extraer_datos_empresa
           exit paragraph
       end-if.
       perform guardar_directorio_inicial.
       perform varying idx_empresa from 1 by 1
         until idx_empresa > num_empresas
           perform extraer_en_empresa
       end-perform.
       perform volver_directorio_inicial.

      *Extrae los datos del cliente en la empresa de la posicion
      *idx_empresa.
       extraer_en_empresa.
       perform volver_directorio_inicial.
       perform entrar_empresa_indice.
       if empresa_encontrada = 0
           string "EMPRESA " delimited by size
                  te_codigo(idx_empresa) delimited by size
                  ": NO DISPONIBLE" delimited by size
             into registro_extracto
           end-string
           perform escribir_linea_extracto
           exit paragraph
       end-if.
       string "EMPRESA " delimited by size
              te_codigo(idx_empresa) delimited by size
              " " delimited by size
              te_nombre(idx_empresa) delimited by size
         into registro_extracto
       end-string.
       perform escribir_linea_extracto.
       move 0 to num_ventas_cliente.
       perform extraer_datos_empresa.

      *Datos del cliente en los ficheros de la empresa actual.
       extraer_datos_empresa.
       perform extraer_ventas.
       perform extraer_ventas_archivadas.
       perform extraer_ventas_baja.
       perform extraer_presupuestos.
       perform extraer_pedidos.
       perform extraer_contratos.
       perform extraer_ordenes_taller.
       perform extraer_prestamos.
       perform extraer_contactos.
       perform extraer_saldo_favor.
       perform extraer_auditoria.
       perform extraer_cola_correo.
       perform extraer_cambios_maestros.

      *Documentos enviados al cliente por correo electronico.
       extraer_cola_correo.
       open input cola_correo.
       if ws-estado-cola-correo not = "00"
           exit paragraph
       end-if.
       move 0 to fin_recorrido.
       perform until fin_recorrido = 1
         read cola_correo next
           at end
             move 1 to fin_recorrido
           not at end
             if mc_cliente and mc_interlocutor = cliente_proteccion
                 string "CORREO " delimited by size
                        mc_fecha delimited by size
                        " " delimited by size
                        mc_tipo_documento delimited by size
                        " " delimited by size
                        mc_referencia delimited by size
                        " a " delimited by size
                        mc_destinatario delimited by size
                        " estado " delimited by size
                        mc_estado delimited by size
                   into registro_extracto
                 end-string
                 perform escribir_linea_extracto
             end-if
         end-read
       end-perform.
       close cola_correo.

      *Cambios del registro de los maestros sobre la ficha del
      *cliente y sobre sus direcciones de entrega, con el valor de
      *antes y el de despues.
       extraer_cambios_maestros.
       open input cambios_maestros.
       if ws-estado-cambios not = "00"
           exit paragraph
       end-if.
       move 0 to fin_recorrido.
       perform until fin_recorrido = 1
         read cambios_maestros
           at end
             move 1 to fin_recorrido
           not at end
             perform comprobar_cambio_cliente
             if cambio_del_cliente = 1
                 string "CAMBIO " delimited by size
                        cma_fecha delimited by size
                        " " delimited by size
                        cma_fichero delimited by space
                        " " delimited by size
                        cma_clave delimited by space
                        " " delimited by size
                        cma_operacion delimited by size
                        " " delimited by size
                        cma_campo delimited by space
                        ": " delimited by size
                        cma_valor_anterior delimited by size
                        " -> " delimited by size
                        cma_valor_nuevo delimited by size
                   into registro_extracto
                 end-string
                 perform escribir_linea_extracto
             end-if
         end-read
       end-perform.
       close cambios_maestros.

      *Decide si la linea leida del registro de cambios es de la
      *ficha del cliente o de una de sus direcciones de entrega, cuya
      *clave empieza por el codigo del cliente.
       comprobar_cambio_cliente.
       move 0 to cambio_del_cliente.
       if cma_fichero = "CLIENTES"
          and cma_clave = cliente_proteccion
           move 1 to cambio_del_cliente
       end-if.
       if cma_fichero = "DIR_ENTREGA"
          and cma_clave(1:4) = cliente_proteccion
           move 1 to cambio_del_cliente
       end-if.

      *Escribe la linea preparada en el extracto y la deja en blanco.
       escribir_linea_extracto.
       write registro_extracto.
       add 1 to lineas_extracto.
       move spaces to registro_extracto.

      *Datos del maestro de clientes.
       extraer_ficha_cliente.
       move "FICHA DEL CLIENTE" to registro_extracto.
       perform escribir_linea_extracto.
       string "Nombre: " delimited by size
              nombre of RCliente delimited by size
              " " delimited by size
              apellidos of RCliente delimited by size
              "  NIF: " delimited by size
              nif delimited by size
              "  Telefono: " delimited by size
              telefono delimited by size
         into registro_extracto
       end-string.
       perform escribir_linea_extracto.
       string "Direccion: " delimited by size
              direccion delimited by size
              " " delimited by size
              codigo_postal delimited by size
              " " delimited by size
              ciudad delimited by size
              " " delimited by size
              provincia of RCliente delimited by size
              " " delimited by size
              pais delimited by size
         into registro_extracto
       end-string.
       perform escribir_linea_extracto.
       move limite_credito to ed_importe.
       perform enmascarar_cuenta_bancaria.
       string "Cuenta bancaria: " delimited by size
              cuenta_mascara delimited by size
              "  Domiciliado: " delimited by size
              domiciliado delimited by size
              "  Estado: " delimited by size
              estado delimited by size
              "  Limite de credito: " delimited by size
              ed_importe delimited by size
              "  Agente: " delimited by size
              agente_asignado delimited by size
         into registro_extracto
       end-string.
       perform escribir_linea_extracto.
       string "Correo facturacion: " delimited by size
              email_facturacion delimited by size
              "  Correo entrega: " delimited by size
              email_entrega delimited by size
         into registro_extracto
       end-string.
       perform escribir_linea_extracto.

      *Direcciones de entrega del cliente.
       extraer_direcciones.
       open input direcciones_entrega.
       if ws-estado-direcciones not = "00"
           exit paragraph
       end-if.
       move cliente_proteccion to dre_codigo_cliente.
       move 0 to dre_numero.
       move 0 to fin_recorrido.
       start direcciones_entrega
         key is not less than dre_clave
         invalid key
           move 1 to fin_recorrido
       end-start.
       perform until fin_recorrido = 1
         read direcciones_entrega next
           at end
             move 1 to fin_recorrido
           not at end
             if dre_codigo_cliente not = cliente_proteccion
                 move 1 to fin_recorrido
             else
                 string "DIRECCION DE ENTREGA " delimited by size
                        dre_numero delimited by size
                        ": " delimited by size
                        dre_nombre_sede delimited by size
                        " " delimited by size
                        dre_direccion delimited by size
                        " " delimited by size
                        dre_codigo_postal delimited by size
                        " " delimited by size
                        dre_ciudad delimited by size
                        " " delimited by size
                        dre_provincia delimited by size
                   into registro_extracto
                 end-string
                 perform escribir_linea_extracto
             end-if
         end-read
       end-perform.
       close direcciones_entrega.

      *Ventas vivas del cliente, con sus albaranes.
       extraer_ventas.
       open input ventas.
       if ws-estado-fichero not = "00"
           exit paragraph
       end-if.
       open input registro_albaranes.
       move cliente_proteccion to codigo_cliente.
       move 0 to fin_recorrido.
       start ventas
         key is = codigo_cliente
         invalid key
           move 1 to fin_recorrido
       end-start.
       perform until fin_recorrido = 1
         read ventas next
           at end
             move 1 to fin_recorrido
           not at end
             if codigo_cliente not = cliente_proteccion
                 move 1 to fin_recorrido
             else
                 perform extraer_venta_leida
             end-if
         end-read
       end-perform.
       close ventas.
       close registro_albaranes.

      *Linea de la venta leida y de sus albaranes.
       extraer_venta_leida.
       move codigo_venta to venta_proceso.
       perform anotar_venta_cliente.
       string "VENTA " delimited by size
              codigo_venta delimited by size
              " " delimited by size
              fecha delimited by size
              " Agente " delimited by size
              codigo of agente_comercial delimited by size
              " Cliente " delimited by size
              nombre_cliente delimited by size
              " " delimited by size
              apellidos_cliente delimited by size
              " Articulo " delimited by size
              codigo_articulo of articulo delimited by size
              " Uds " delimited by size
              numero_unidades of articulo delimited by size
              " Estado " delimited by size
              estado_venta delimited by size
              " Factura " delimited by size
              factura_anio delimited by size
              "/" delimited by size
              factura_numero delimited by size
         into registro_extracto
       end-string.
       perform escribir_linea_extracto.
       perform extraer_albaranes_venta.

      *Albaranes de la venta venta_proceso.
       extraer_albaranes_venta.
       if ws-estado-reg-albaranes not = "00"
           exit paragraph
       end-if.
       move venta_proceso to alb_codigo_venta.
       move 0 to fin_albaranes.
       start registro_albaranes
         key is = alb_codigo_venta
         invalid key
           move 1 to fin_albaranes
       end-start.
       perform until fin_albaranes = 1
         read registro_albaranes next
           at end
             move 1 to fin_albaranes
           not at end
             if alb_codigo_venta not = venta_proceso
                 move 1 to fin_albaranes
             else
                 string "  ALBARAN " delimited by size
                        alb_numero delimited by size
                        " " delimited by size
                        alb_fecha_generacion delimited by size
                        " Entregado " delimited by size
                        alb_entregado delimited by size
                        " " delimited by size
                        alb_fecha_entrega delimited by size
                        " Receptor " delimited by size
                        alb_receptor delimited by size
                        " Destino " delimited by size
                        alb_codigo_postal_destino delimited by size
                        " " delimited by size
                        alb_ciudad_destino delimited by size
                   into registro_extracto
                 end-string
                 perform escribir_linea_extracto
             end-if
         end-read
       end-perform.

      *Anota la venta venta_proceso entre las del cliente.
       anotar_venta_cliente.
       if num_ventas_cliente < maximo_ventas_cliente
           add 1 to num_ventas_cliente
           move venta_proceso to vc_codigo(num_ventas_cliente)
       end-if.

      *Ventas del cliente pasadas al historico en el cierre del
      *periodo.
       extraer_ventas_archivadas.
       open input ventas_historico.
       if ws-estado-historico not = "00"
           exit paragraph
       end-if.
       open input registro_albaranes.
       move 0 to fin_recorrido.
       perform until fin_recorrido = 1
         read ventas_historico
           at end
             move 1 to fin_recorrido
           not at end
             if registro_venta_historico(49:4) = cliente_proteccion
                 move registro_venta_historico(1:8) to venta_proceso
                 perform anotar_venta_cliente
                 string "VENTA ARCHIVADA " delimited by size
                        registro_venta_historico(1:8)
                          delimited by size
                        " " delimited by size
                        registro_venta_historico(9:8)
                          delimited by size
                        " Cliente " delimited by size
                        registro_venta_historico(53:30)
                          delimited by size
                   into registro_extracto
                 end-string
                 perform escribir_linea_extracto
                 perform extraer_albaranes_venta
             end-if
         end-read
       end-perform.
       close ventas_historico.
       close registro_albaranes.

      *Ventas del cliente dadas de baja.
       extraer_ventas_baja.
       open input ventas_baja.
       if ws-estado-fichero not = "00"
           exit paragraph
       end-if.
       move 0 to fin_recorrido.
       perform until fin_recorrido = 1
         read ventas_baja
           at end
             move 1 to fin_recorrido
           not at end
             if datos_venta(49:4) = cliente_proteccion
                 move datos_venta(1:8) to venta_proceso
                 perform anotar_venta_cliente
                 string "VENTA DADA DE BAJA " delimited by size
                        datos_venta(1:8) delimited by size
                        " " delimited by size
                        datos_venta(9:8) delimited by size
                        " Cliente " delimited by size
                        datos_venta(53:30) delimited by size
                        " Baja " delimited by size
                        fecha_baja delimited by size
                   into registro_extracto
                 end-string
                 perform escribir_linea_extracto
             end-if
         end-read
       end-perform.
       close ventas_baja.

      *Presupuestos hechos al cliente.
       extraer_presupuestos.
       open input presupuestos.
       if ws-estado-presupuestos not = "00"
           exit paragraph
       end-if.
       move low-values to codigo_presupuesto.
       move 0 to fin_recorrido.
       start presupuestos
         key is not less than codigo_presupuesto
         invalid key
           move 1 to fin_recorrido
       end-start.
       perform until fin_recorrido = 1
         read presupuestos next
           at end
             move 1 to fin_recorrido
           not at end
             if pres_codigo_cliente = cliente_proteccion
                 string "PRESUPUESTO " delimited by size
                        codigo_presupuesto delimited by size
                        " " delimited by size
                        pres_fecha delimited by size
                        " Cliente " delimited by size
                        pres_nombre_cliente delimited by size
                        " " delimited by size
                        pres_apellidos_cliente delimited by size
                        " Estado " delimited by size
                        estado_presupuesto delimited by size
                        " Venta " delimited by size
                        pres_venta_generada delimited by size
                   into registro_extracto
                 end-string
                 perform escribir_linea_extracto
             end-if
         end-read
       end-perform.
       close presupuestos.

      *Pedidos externos del cliente.
       extraer_pedidos.
       open input pedidos.
       if ws-estado-pedidos not = "00"
           exit paragraph
       end-if.
       move 0 to ped_numero.
       move 0 to fin_recorrido.
       start pedidos
         key is not less than ped_numero
         invalid key
           move 1 to fin_recorrido
       end-start.
       perform until fin_recorrido = 1
         read pedidos next
           at end
             move 1 to fin_recorrido
           not at end
             if ped_codigo_cliente = cliente_proteccion
                 string "PEDIDO " delimited by size
                        ped_numero delimited by size
                        " " delimited by size
                        ped_fecha delimited by size
                        " Articulo " delimited by size
                        ped_codigo_articulo delimited by size
                        " Uds " delimited by size
                        ped_numero_unidades delimited by size
                        " Estado " delimited by size
                        estado_pedido delimited by size
                        " Venta " delimited by size
                        ped_venta_generada delimited by size
                   into registro_extracto
                 end-string
                 perform escribir_linea_extracto
             end-if
         end-read
       end-perform.
       close pedidos.

      *Contratos de venta periodica del cliente.
       extraer_contratos.
       open input contratos.
       if ws-estado-contratos not = "00"
           exit paragraph
       end-if.
       move low-values to codigo_contrato.
       move 0 to fin_recorrido.
       start contratos
         key is not less than codigo_contrato
         invalid key
           move 1 to fin_recorrido
       end-start.
       perform until fin_recorrido = 1
         read contratos next
           at end
             move 1 to fin_recorrido
           not at end
             if con_codigo_cliente = cliente_proteccion
                 string "CONTRATO " delimited by size
                        codigo_contrato delimited by size
                        " Desde " delimited by size
                        con_fecha_inicio delimited by size
                        " Hasta " delimited by size
                        con_fecha_fin delimited by size
                        " Articulo " delimited by size
                        con_codigo_articulo delimited by size
                        " Estado " delimited by size
                        estado_contrato delimited by size
                   into registro_extracto
                 end-string
                 perform escribir_linea_extracto
             end-if
         end-read
       end-perform.
       close contratos.

      *Ordenes de taller del cliente.
       extraer_ordenes_taller.
       open input ordenes_taller.
       if ws-estado-taller not = "00"
           exit paragraph
       end-if.
       move 0 to ot_numero.
       move 0 to fin_recorrido.
       start ordenes_taller
         key is not less than ot_numero
         invalid key
           move 1 to fin_recorrido
       end-start.
       perform until fin_recorrido = 1
         read ordenes_taller next
           at end
             move 1 to fin_recorrido
           not at end
             if ot_codigo_cliente = cliente_proteccion
                 string "ORDEN DE TALLER " delimited by size
                        ot_numero delimited by size
                        " " delimited by size
                        ot_fecha_entrada delimited by size
                        " Unidad " delimited by size
                        ot_unidad delimited by size
                        " Serie " delimited by size
                        ot_numero_serie delimited by size
                        " Averia " delimited by size
                        ot_averia delimited by size
                        " Estado " delimited by size
                        estado_orden_taller delimited by size
                   into registro_extracto
                 end-string
                 perform escribir_linea_extracto
             end-if
         end-read
       end-perform.
       close ordenes_taller.

      *Prestamos de equipos al cliente.
       extraer_prestamos.
       open input prestamos.
       if ws-estado-prestamos not = "00"
           exit paragraph
       end-if.
       move 0 to pst_numero.
       move 0 to fin_recorrido.
       start prestamos
         key is not less than pst_numero
         invalid key
           move 1 to fin_recorrido
       end-start.
       perform until fin_recorrido = 1
         read prestamos next
           at end
             move 1 to fin_recorrido
           not at end
             if pst_codigo_cliente = cliente_proteccion
                 string "PRESTAMO " delimited by size
                        pst_numero delimited by size
                        " " delimited by size
                        pst_fecha delimited by size
                        " Articulo " delimited by size
                        pst_codigo_articulo delimited by size
                        " Uds " delimited by size
                        pst_unidades delimited by size
                        " Estado " delimited by size
                        pst_estado delimited by size
                        " " delimited by size
                        pst_observaciones delimited by size
                   into registro_extracto
                 end-string
                 perform escribir_linea_extracto
             end-if
         end-read
       end-perform.
       close prestamos.

      *Contactos de los agentes con el cliente.
       extraer_contactos.
       open input contactos_clientes.
       if ws-estado-contactos not = "00"
           exit paragraph
       end-if.
       move cliente_proteccion to cct_codigo_cliente.
       move 0 to cct_fecha.
       move 0 to cct_hora.
       move 0 to fin_recorrido.
       start contactos_clientes
         key is not less than cct_clave
         invalid key
           move 1 to fin_recorrido
       end-start.
       perform until fin_recorrido = 1
         read contactos_clientes next
           at end
             move 1 to fin_recorrido
           not at end
             if cct_codigo_cliente not = cliente_proteccion
                 move 1 to fin_recorrido
             else
                 string "CONTACTO " delimited by size
                        cct_fecha delimited by size
                        " " delimited by size
                        cct_hora delimited by size
                        " Agente " delimited by size
                        cct_agente delimited by size
                        " Tipo " delimited by size
                        cct_tipo delimited by size
                        " " delimited by size
                        cct_notas delimited by size
                   into registro_extracto
                 end-string
                 perform escribir_linea_extracto
             end-if
         end-read
       end-perform.
       close contactos_clientes.

      *Movimientos del saldo a favor del cliente.
       extraer_saldo_favor.
       open input saldos_favor.
       if ws-estado-saldo-favor not = "00"
           exit paragraph
       end-if.
       move cliente_proteccion to sf_codigo_cliente.
       move 0 to sf_numero.
       move 0 to fin_recorrido.
       start saldos_favor
         key is not less than sf_clave
         invalid key
           move 1 to fin_recorrido
       end-start.
       perform until fin_recorrido = 1
         read saldos_favor next
           at end
             move 1 to fin_recorrido
           not at end
             if sf_codigo_cliente not = cliente_proteccion
                 move 1 to fin_recorrido
             else
                 move sf_importe to ed_importe
                 string "SALDO A FAVOR " delimited by size
                        sf_fecha delimited by size
                        " Tipo " delimited by size
                        sf_tipo delimited by size
                        " Importe " delimited by size
                        ed_importe delimited by size
                        " Venta " delimited by size
                        sf_codigo_venta delimited by size
                        " Documento " delimited by size
                        sf_documento delimited by size
                   into registro_extracto
                 end-string
                 perform escribir_linea_extracto
             end-if
         end-read
       end-perform.
       close saldos_favor.

      *Operaciones de la auditoria sobre las ventas del cliente.
       extraer_auditoria.
       if num_ventas_cliente = 0
           exit paragraph
       end-if.
       open input auditoria_op.
       if ws-estado-auditoria-op not = "00"
           exit paragraph
       end-if.
       move 0 to fin_recorrido.
       perform until fin_recorrido = 1
         read auditoria_op
           at end
             move 1 to fin_recorrido
           not at end
             perform extraer_linea_auditoria
         end-read
       end-perform.
       close auditoria_op.

      *Copia la linea de auditoria leida si es de una venta del
      *cliente.
       extraer_linea_auditoria.
       move spaces to aop_venta.
       unstring registro_auditoria_op delimited by ","
         into aop_login aop_fecha aop_hora aop_tipo aop_venta
       end-unstring.
       move 0 to venta_del_cliente.
       perform varying idx_venta_cliente from 1 by 1
         until idx_venta_cliente > num_ventas_cliente
            or venta_del_cliente = 1
           if vc_codigo(idx_venta_cliente) = aop_venta
               move 1 to venta_del_cliente
           end-if
       end-perform.
       if venta_del_cliente = 1
           string "AUDITORIA " delimited by size
                  registro_auditoria_op delimited by size
             into registro_extracto
           end-string
           perform escribir_linea_extracto
       end-if.

      ******************************************************************
      *Anonimizacion de los datos personales del cliente.
      ******************************************************************
       anonimizar_cliente.
       open i-o clientes.
       perform pedir_cliente_proteccion.
       if transaccion_activa = 0
           close clientes
           exit paragraph
       end-if.
       perform comprobar_anonimizacion.
       if motivo_rechazo not = spaces
           close clientes
           move "RECHAZO" to operacion_proteccion
           move motivo_rechazo to resultado_proteccion
           perform grabar_proteccion_datos
           move spaces to ws-estado-fichero
           move motivo_rechazo to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-if.
       move "N" to confirma_anonimizacion.
       display PantallaMarco.
       display obten_codigo_cliente.
       display p_confirma_anonimizacion.
       accept p_confirma_anonimizacion
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 0
          or (confirma_anonimizacion not = "S"
              and confirma_anonimizacion not = "s")
           close clientes
           exit paragraph
       end-if.
       move 0 to registros_anonimizados.
       perform anonimizar_ficha_cliente.
       close clientes.
       perform anonimizar_direcciones.
       perform anonimizar_datos_empresas.
       move "ANONIMIZACION" to operacion_proteccion.
       move spaces to resultado_proteccion.
       string "Registros tratados: " delimited by size
              registros_anonimizados delimited by size
         into resultado_proteccion
       end-string.
       perform grabar_proteccion_datos.
       display PantallaMarco.
       display p_anonimizacion_hecha.
       accept continuar.

      *Comprueba que el cliente se puede anonimizar; si no, deja el
      *motivo en motivo_rechazo.
       comprobar_anonimizacion.
       move spaces to motivo_rechazo.
       if nombre of RCliente = texto_anonimizado
           move "El cliente ya esta anonimizado." to motivo_rechazo
           exit paragraph
       end-if.
       perform cargar_empresas.
       if multiempresa = 0
           perform comprobar_datos_empresa
           exit paragraph
       end-if.
       perform guardar_directorio_inicial.
       perform varying idx_empresa from 1 by 1
         until idx_empresa > num_empresas
            or motivo_rechazo not = spaces
           perform comprobar_en_empresa
       end-perform.
       perform volver_directorio_inicial.

      *Comprueba el cliente en la empresa de la posicion
      *idx_empresa; si no esta disponible no se anonimiza, para no
      *dejar el cliente a medias.
       comprobar_en_empresa.
       perform volver_directorio_inicial.
       perform entrar_empresa_indice.
       if empresa_encontrada = 0
           string "Empresa " delimited by size
                  te_codigo(idx_empresa) delimited by size
                  " no disponible." delimited by size
             into motivo_rechazo
           end-string
           exit paragraph
       end-if.
       perform comprobar_datos_empresa.

      *Comprobaciones del cliente en los ficheros de la empresa
      *actual.
       comprobar_datos_empresa.
       perform comprobar_ventas_cliente.
       if motivo_rechazo = spaces
           perform comprobar_ventas_archivadas
       end-if.
       if motivo_rechazo = spaces
           perform comprobar_saldo_favor_cliente
       end-if.
       if motivo_rechazo = spaces
           perform comprobar_documentos_abiertos
       end-if.

      *Las ventas vivas han de estar fuera del plazo de conservacion
      *y cobradas (las fallidas ya no son saldo del cliente).
       comprobar_ventas_cliente.
       open input ventas.
       if ws-estado-fichero not = "00"
           exit paragraph
       end-if.
       open input ventas_detalle.
       open input cobros.
       move cliente_proteccion to codigo_cliente.
       move 0 to fin_recorrido.
       start ventas
         key is = codigo_cliente
         invalid key
           move 1 to fin_recorrido
       end-start.
       perform until fin_recorrido = 1
         read ventas next
           at end
             move 1 to fin_recorrido
           not at end
             if codigo_cliente not = cliente_proteccion
                 move 1 to fin_recorrido
             else
                 perform comprobar_venta_leida
                 if motivo_rechazo not = spaces
                     move 1 to fin_recorrido
                 end-if
             end-if
         end-read
       end-perform.
       close ventas.
       close ventas_detalle.
       close cobros.

      *Comprueba la fecha y lo pendiente de la venta leida.
       comprobar_venta_leida.
       move fecha to fecha_documento.
       if fecha_documento >= fecha_limite
           move "Documentos dentro del plazo de conservacion."
             to motivo_rechazo
           exit paragraph
       end-if.
       if venta_fallida
           exit paragraph
       end-if.
       perform calcular_importe_venta.
       perform calcular_cobrado_venta.
       compute pendiente_venta = importe_venta_iva - cobrado_venta.
       if pendiente_venta > 0
           move "El cliente tiene cobros pendientes."
             to motivo_rechazo
       end-if.

      *Calcula el importe total con IVA de la venta leida, sumando la
      *linea principal y las lineas adicionales de articulo.
       calcular_importe_venta.
       compute importe_venta_iva =
           precio_venta of articulo * numero_unidades of articulo
           * (1 - descuento / 100)
           * (1 + tasa_iva of articulo / 100).
       if ws-estado-detalle not = "00"
           exit paragraph
       end-if.
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
                 compute importe_venta_iva = importe_venta_iva
                     + (det_precio_venta * det_numero_unidades
                        * (1 - det_descuento / 100)
                        * (1 + det_tasa_iva / 100))
             end-if
         end-read
       end-perform.

      *Suma los cobros ya anotados contra la venta leida.
       calcular_cobrado_venta.
       move 0 to cobrado_venta.
       if ws-estado-cobros not = "00"
           exit paragraph
       end-if.
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
                 add cob_importe to cobrado_venta
             end-if
         end-read
       end-perform.

      *Las ventas archivadas y las dadas de baja tambien han de estar
      *fuera del plazo de conservacion.
       comprobar_ventas_archivadas.
       open input ventas_historico.
       if ws-estado-historico = "00"
           move 0 to fin_recorrido
           perform until fin_recorrido = 1
             read ventas_historico
               at end
                 move 1 to fin_recorrido
               not at end
                 if registro_venta_historico(49:4)
                    = cliente_proteccion
                     move registro_venta_historico(9:8)
                       to fecha_documento
                     if fecha_documento >= fecha_limite
                         move
                         "Documentos dentro del plazo de conservacion."
                           to motivo_rechazo
                         move 1 to fin_recorrido
                     end-if
                 end-if
             end-read
           end-perform
           close ventas_historico
       end-if.
       if motivo_rechazo not = spaces
           exit paragraph
       end-if.
       open input ventas_baja.
       if ws-estado-fichero = "00"
           move 0 to fin_recorrido
           perform until fin_recorrido = 1
             read ventas_baja
               at end
                 move 1 to fin_recorrido
               not at end
                 if datos_venta(49:4) = cliente_proteccion
                     move datos_venta(9:8) to fecha_documento
                     if fecha_documento >= fecha_limite
                         move
                         "Documentos dentro del plazo de conservacion."
                           to motivo_rechazo
                         move 1 to fin_recorrido
                     end-if
                 end-if
             end-read
           end-perform
           close ventas_baja
       end-if.

      *Un saldo a favor pendiente es una deuda con el cliente.
       comprobar_saldo_favor_cliente.
       open input saldos_favor.
       if ws-estado-saldo-favor not = "00"
           exit paragraph
       end-if.
       move cliente_proteccion to cliente_saldo_favor.
       move spaces to venta_saldo_favor.
       move spaces to documento_saldo_favor.
       perform calcular_saldo_favor.
       close saldos_favor.
       if saldo_favor not = 0
           move "El cliente tiene saldo a favor." to motivo_rechazo
       end-if.

      *No puede quedar nada abierto con el cliente: presupuestos o
      *pedidos pendientes, contratos activos, ordenes de taller
      *abiertas ni equipos prestados.
       comprobar_documentos_abiertos.
       open input presupuestos.
       if ws-estado-presupuestos = "00"
           move low-values to codigo_presupuesto
           move 0 to fin_recorrido
           start presupuestos
             key is not less than codigo_presupuesto
             invalid key
               move 1 to fin_recorrido
           end-start
           perform until fin_recorrido = 1
             read presupuestos next
               at end
                 move 1 to fin_recorrido
               not at end
                 if pres_codigo_cliente = cliente_proteccion
                    and presupuesto_pendiente
                     move "Presupuestos pendientes del cliente."
                       to motivo_rechazo
                     move 1 to fin_recorrido
                 end-if
             end-read
           end-perform
           close presupuestos
       end-if.
       if motivo_rechazo not = spaces
           exit paragraph
       end-if.
       open input pedidos.
       if ws-estado-pedidos = "00"
           move 0 to ped_numero
           move 0 to fin_recorrido
           start pedidos
             key is not less than ped_numero
             invalid key
               move 1 to fin_recorrido
           end-start
           perform until fin_recorrido = 1
             read pedidos next
               at end
                 move 1 to fin_recorrido
               not at end
                 if ped_codigo_cliente = cliente_proteccion
                    and (pedido_pendiente or pedido_reservado)
                     move "Pedidos pendientes del cliente."
                       to motivo_rechazo
                     move 1 to fin_recorrido
                 end-if
             end-read
           end-perform
           close pedidos
       end-if.
       if motivo_rechazo not = spaces
           exit paragraph
       end-if.
       open input contratos.
       if ws-estado-contratos = "00"
           move low-values to codigo_contrato
           move 0 to fin_recorrido
           start contratos
             key is not less than codigo_contrato
             invalid key
               move 1 to fin_recorrido
           end-start
           perform until fin_recorrido = 1
             read contratos next
               at end
                 move 1 to fin_recorrido
               not at end
                 if con_codigo_cliente = cliente_proteccion
                    and contrato_activo
                     move "Contratos periodicos activos."
                       to motivo_rechazo
                     move 1 to fin_recorrido
                 end-if
             end-read
           end-perform
           close contratos
       end-if.
       if motivo_rechazo not = spaces
           exit paragraph
       end-if.
       open input ordenes_taller.
       if ws-estado-taller = "00"
           move 0 to ot_numero
           move 0 to fin_recorrido
           start ordenes_taller
             key is not less than ot_numero
             invalid key
               move 1 to fin_recorrido
           end-start
           perform until fin_recorrido = 1
             read ordenes_taller next
               at end
                 move 1 to fin_recorrido
               not at end
                 if ot_codigo_cliente = cliente_proteccion
                    and orden_taller_abierta
                     move "Ordenes de taller abiertas."
                       to motivo_rechazo
                     move 1 to fin_recorrido
                 end-if
             end-read
           end-perform
           close ordenes_taller
       end-if.
       if motivo_rechazo not = spaces
           exit paragraph
       end-if.
       open input prestamos.
       if ws-estado-prestamos = "00"
           move 0 to pst_numero
           move 0 to fin_recorrido
           start prestamos
             key is not less than pst_numero
             invalid key
               move 1 to fin_recorrido
           end-start
           perform until fin_recorrido = 1
             read prestamos next
               at end
                 move 1 to fin_recorrido
               not at end
                 if pst_codigo_cliente = cliente_proteccion
                    and prestamo_abierto
                     move "Equipos prestados sin devolver."
                       to motivo_rechazo
                     move 1 to fin_recorrido
                 end-if
             end-read
           end-perform
           close prestamos
       end-if.

      *Borra los datos personales del maestro; la provincia y el
      *pais se quedan para las declaraciones fiscales y el cliente
      *queda inactivo y sin domiciliacion.
       anonimizar_ficha_cliente.
       move texto_anonimizado to nombre of RCliente.
       move spaces to apellidos of RCliente.
       move spaces to telefono.
       move spaces to direccion.
       move spaces to ciudad.
       move spaces to codigo_postal.
       if cuenta_bancaria not = spaces
           perform enmascarar_cuenta_bancaria
           move login-usuario to acc_usuario
           move "proteccion_datos_cliente" to acc_programa
           move codigo of RCliente to acc_cliente
           move "BORRADA" to acc_operacion
           perform anotar_acceso_cuenta
       end-if.
       move spaces to cuenta_bancaria.
       move "N" to cuenta_cifrada.
       move spaces to cuenta_ultimas.
       move spaces to nif.
       move spaces to email_facturacion.
       move spaces to email_entrega.
       move "N" to domiciliado.
       set cliente_inactivo to true.
       rewrite RCliente
         invalid key
           continue
         not invalid key
           add 1 to registros_anonimizados
       end-rewrite.

      *Borra los datos del cliente de los ficheros de cada empresa;
      *sin maestro de empresas, solo del directorio actual.
       anonimizar_datos_empresas.
       if multiempresa = 0
           perform anonimizar_datos_empresa
           exit paragraph
       end-if.
       perform varying idx_empresa from 1 by 1
         until idx_empresa > num_empresas
           perform volver_directorio_inicial
           perform entrar_empresa_indice
           if empresa_encontrada = 1
               perform anonimizar_datos_empresa
           end-if
       end-perform.
       perform volver_directorio_inicial.

      *Datos del cliente en los ficheros de la empresa actual.
       anonimizar_datos_empresa.
       perform anonimizar_ventas.
       perform anonimizar_ventas_archivadas.
       perform anonimizar_ventas_baja.
       perform anonimizar_presupuestos.
       perform anonimizar_prestamos.
       perform anonimizar_contactos.
       perform anonimizar_cola_correo.
       perform anonimizar_cambios_maestros.

      *Borra el nombre del cliente de sus ventas vivas y de sus
      *albaranes; la clave alternativa no cambia, asi que se
      *regraba mientras se recorre.
       anonimizar_ventas.
       open i-o ventas.
       if ws-estado-fichero not = "00"
           exit paragraph
       end-if.
       open i-o registro_albaranes.
       move cliente_proteccion to codigo_cliente.
       move 0 to fin_recorrido.
       start ventas
         key is = codigo_cliente
         invalid key
           move 1 to fin_recorrido
       end-start.
       perform until fin_recorrido = 1
         read ventas next
           at end
             move 1 to fin_recorrido
           not at end
             if codigo_cliente not = cliente_proteccion
                 move 1 to fin_recorrido
             else
                 move texto_anonimizado to nombre_cliente
                 move spaces to apellidos_cliente
                 rewrite RVenta
                   invalid key
                     continue
                   not invalid key
                     add 1 to registros_anonimizados
                 end-rewrite
                 move codigo_venta to venta_proceso
                 perform anonimizar_albaranes_venta
             end-if
         end-read
       end-perform.
       close ventas.
       close registro_albaranes.

      *Borra el receptor y la ciudad de destino de los albaranes de
      *la venta venta_proceso.
       anonimizar_albaranes_venta.
       if ws-estado-reg-albaranes not = "00"
           exit paragraph
       end-if.
       move venta_proceso to alb_codigo_venta.
       move 0 to fin_albaranes.
       start registro_albaranes
         key is = alb_codigo_venta
         invalid key
           move 1 to fin_albaranes
       end-start.
       perform until fin_albaranes = 1
         read registro_albaranes next
           at end
             move 1 to fin_albaranes
           not at end
             if alb_codigo_venta not = venta_proceso
                 move 1 to fin_albaranes
             else
                 if alb_receptor not = spaces
                     move texto_anonimizado to alb_receptor
                 end-if
                 move spaces to alb_ciudad_destino
                 move spaces to alb_codigo_postal_destino
                 rewrite RRegistroAlbaran
                   invalid key
                     continue
                   not invalid key
                     add 1 to registros_anonimizados
                 end-rewrite
             end-if
         end-read
       end-perform.

      *Borra el nombre del cliente de sus ventas archivadas y de sus
      *albaranes.
       anonimizar_ventas_archivadas.
       open i-o ventas_historico.
       if ws-estado-historico not = "00"
           exit paragraph
       end-if.
       open i-o registro_albaranes.
       move 0 to fin_recorrido.
       perform until fin_recorrido = 1
         read ventas_historico
           at end
             move 1 to fin_recorrido
           not at end
             if registro_venta_historico(49:4) = cliente_proteccion
                 move texto_anonimizado
                   to registro_venta_historico(53:15)
                 move spaces to registro_venta_historico(68:15)
                 rewrite registro_venta_historico
                 add 1 to registros_anonimizados
                 move registro_venta_historico(1:8) to venta_proceso
                 perform anonimizar_albaranes_venta
             end-if
         end-read
       end-perform.
       close ventas_historico.
       close registro_albaranes.

      *Borra el nombre del cliente de sus ventas dadas de baja.
       anonimizar_ventas_baja.
       open i-o ventas_baja.
       if ws-estado-fichero not = "00"
           exit paragraph
       end-if.
       move 0 to fin_recorrido.
       perform until fin_recorrido = 1
         read ventas_baja
           at end
             move 1 to fin_recorrido
           not at end
             if datos_venta(49:4) = cliente_proteccion
                 move texto_anonimizado to datos_venta(53:15)
                 move spaces to datos_venta(68:15)
                 rewrite RVentaBaja
                 add 1 to registros_anonimizados
             end-if
         end-read
       end-perform.
       close ventas_baja.

      *Borra las direcciones de entrega del cliente, dejando la
      *provincia como en el maestro.
       anonimizar_direcciones.
       open i-o direcciones_entrega.
       if ws-estado-direcciones not = "00"
           exit paragraph
       end-if.
       move cliente_proteccion to dre_codigo_cliente.
       move 0 to dre_numero.
       move 0 to fin_recorrido.
       start direcciones_entrega
         key is not less than dre_clave
         invalid key
           move 1 to fin_recorrido
       end-start.
       perform until fin_recorrido = 1
         read direcciones_entrega next
           at end
             move 1 to fin_recorrido
           not at end
             if dre_codigo_cliente not = cliente_proteccion
                 move 1 to fin_recorrido
             else
                 move texto_anonimizado to dre_nombre_sede
                 move spaces to dre_direccion
                 move spaces to dre_ciudad
                 move spaces to dre_codigo_postal
                 rewrite RDireccionEntrega
                   invalid key
                     continue
                   not invalid key
                     add 1 to registros_anonimizados
                 end-rewrite
             end-if
         end-read
       end-perform.
       close direcciones_entrega.

      *Borra el nombre del cliente de sus presupuestos.
       anonimizar_presupuestos.
       open i-o presupuestos.
       if ws-estado-presupuestos not = "00"
           exit paragraph
       end-if.
       move low-values to codigo_presupuesto.
       move 0 to fin_recorrido.
       start presupuestos
         key is not less than codigo_presupuesto
         invalid key
           move 1 to fin_recorrido
       end-start.
       perform until fin_recorrido = 1
         read presupuestos next
           at end
             move 1 to fin_recorrido
           not at end
             if pres_codigo_cliente = cliente_proteccion
                 move texto_anonimizado to pres_nombre_cliente
                 move spaces to pres_apellidos_cliente
                 rewrite RPresupuesto
                   invalid key
                     continue
                   not invalid key
                     add 1 to registros_anonimizados
                 end-rewrite
             end-if
         end-read
       end-perform.
       close presupuestos.

      *Borra las observaciones de los prestamos del cliente.
       anonimizar_prestamos.
       open i-o prestamos.
       if ws-estado-prestamos not = "00"
           exit paragraph
       end-if.
       move 0 to pst_numero.
       move 0 to fin_recorrido.
       start prestamos
         key is not less than pst_numero
         invalid key
           move 1 to fin_recorrido
       end-start.
       perform until fin_recorrido = 1
         read prestamos next
           at end
             move 1 to fin_recorrido
           not at end
             if pst_codigo_cliente = cliente_proteccion
                and pst_observaciones not = spaces
                 move spaces to pst_observaciones
                 rewrite RPrestamo
                   invalid key
                     continue
                   not invalid key
                     add 1 to registros_anonimizados
                 end-rewrite
             end-if
         end-read
       end-perform.
       close prestamos.

      *Borra las notas de los contactos con el cliente.
       anonimizar_contactos.
       open i-o contactos_clientes.
       if ws-estado-contactos not = "00"
           exit paragraph
       end-if.
       move cliente_proteccion to cct_codigo_cliente.
       move 0 to cct_fecha.
       move 0 to cct_hora.
       move 0 to fin_recorrido.
       start contactos_clientes
         key is not less than cct_clave
         invalid key
           move 1 to fin_recorrido
       end-start.
       perform until fin_recorrido = 1
         read contactos_clientes next
           at end
             move 1 to fin_recorrido
           not at end
             if cct_codigo_cliente not = cliente_proteccion
                 move 1 to fin_recorrido
             else
                 move spaces to cct_notas
                 rewrite RContactoCliente
                   invalid key
                     continue
                   not invalid key
                     add 1 to registros_anonimizados
                 end-rewrite
             end-if
         end-read
       end-perform.
       close contactos_clientes.

      *Borra la direccion de correo de los documentos enviados al
      *cliente; la cola no tiene clave por cliente y se recorre
      *entera.
       anonimizar_cola_correo.
       open i-o cola_correo.
       if ws-estado-cola-correo not = "00"
           exit paragraph
       end-if.
       move 0 to fin_recorrido.
       perform until fin_recorrido = 1
         read cola_correo next
           at end
             move 1 to fin_recorrido
           not at end
             if mc_cliente and mc_interlocutor = cliente_proteccion
                and mc_destinatario not = spaces
                 move spaces to mc_destinatario
                 rewrite RMensajeCorreo
                   invalid key
                     continue
                   not invalid key
                     add 1 to registros_anonimizados
                 end-rewrite
             end-if
         end-read
       end-perform.
       close cola_correo.

      *El registro de cambios guarda los valores de antes y de
      *despues de cada campo tocado. Se pasa a una copia de trabajo
      *tapando los datos personales de la ficha y las direcciones
      *del cliente y, si alguna linea cambio, la copia sustituye al
      *registro; el resto de lineas pasa tal cual.
       anonimizar_cambios_maestros.
       open input cambios_maestros.
       if ws-estado-cambios not = "00"
           exit paragraph
       end-if.
       open output cambios_anonimizados.
       if ws-estado-cambios-tmp not = "00"
           close cambios_maestros
           exit paragraph
       end-if.
       move 0 to lineas_cambio_tapadas.
       move 0 to fin_recorrido.
       perform until fin_recorrido = 1
         read cambios_maestros
           at end
             move 1 to fin_recorrido
           not at end
             perform comprobar_cambio_cliente
             move cma_campo to campo_cambio
             if cambio_del_cliente = 1 and campo_personal
                 perform tapar_valores_cambio
             end-if
             write registro_cambio_anonimizado from RCambioMaestro
         end-read
       end-perform.
       close cambios_maestros.
       close cambios_anonimizados.
       if lineas_cambio_tapadas > 0
           open input cambios_anonimizados
           open output cambios_maestros
           move 0 to fin_recorrido
           perform until fin_recorrido = 1
             read cambios_anonimizados into RCambioMaestro
               at end
                 move 1 to fin_recorrido
               not at end
                 write RCambioMaestro
             end-read
           end-perform
           close cambios_anonimizados
           close cambios_maestros
           add lineas_cambio_tapadas to registros_anonimizados
       end-if.
       call "CBL_DELETE_FILE" using fichero_cambios_tmp
         returning resultado_borrado
       end-call.

      *Tapa los valores de antes y de despues de la linea leida del
      *registro de cambios; uno en blanco se queda en blanco.
       tapar_valores_cambio.
       if (cma_valor_anterior = spaces
           or cma_valor_anterior = texto_anonimizado)
          and (cma_valor_nuevo = spaces
           or cma_valor_nuevo = texto_anonimizado)
           exit paragraph
       end-if.
       if cma_valor_anterior not = spaces
           move texto_anonimizado to cma_valor_anterior
       end-if.
       if cma_valor_nuevo not = spaces
           move texto_anonimizado to cma_valor_nuevo
       end-if.
       add 1 to lineas_cambio_tapadas.

      *Anota la peticion atendida en el registro de proteccion de
      *datos, creandolo la primera vez.
       grabar_proteccion_datos.
       accept hora_hoy from time.
       move spaces to registro_proteccion_datos.
       string fecha_hoy delimited by size
              "," delimited by size
              hora_hoy delimited by size
              "," delimited by size
              login-usuario delimited by space
              "," delimited by size
              cliente_proteccion delimited by size
              "," delimited by size
              operacion_proteccion delimited by space
              "," delimited by size
              resultado_proteccion delimited by size
         into registro_proteccion_datos
       end-string.
       open extend proteccion_datos.
       if ws-estado-proteccion = "35"
           open output proteccion_datos
       end-if.
       write registro_proteccion_datos.
       close proteccion_datos.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Mascara de las cuentas bancarias y registro de sus accesos.
       copy "parrafo_cuenta_bancaria.cpy".

      *Saldo a favor de los clientes.
       copy "parrafo_saldo_favor.cpy".

      *Maestro de empresas y cambio de directorio de empresa.
       copy "parrafo_empresa.cpy".
