       copy "file_control_pedidos.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero maestro de empresas.
       copy "file_control_empresas.cpy".
       data division.
       file section.
       copy "estructura_venta.cpy".
       copy "estructura_pedido.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero maestro de empresas.
       copy "estructura_empresa.cpy".
       working-storage section.
      *Variables que usara en programa.
       77 login pic x(12).
       77 NumeroIntentos pic 99 value 0.
       77 continuar pic x.
       77 opcion pic 99.
      *Informes que en el consolidado se sacan una vez por empresa y
      *opciones que solo tocan los maestros comunes.
          88 opcion_informe values 4 9 10 11 13 15 16 17 18 20 22 25
                                   34 39 42 43 45 82 90 92.
          88 opcion_sin_empresa values 12 35 83 84 85.
       77 login_valido pic 9.
       77 rol_usuario pic x value "V".
       88 rol_administrador value "A".
       77 rol_plantilla pic x value "V".
          88 rol_plantilla_admin    value "A".
          88 rol_plantilla_operador value "O".
       01 cadena_permisos pic x(99) value spaces.
       01 tabla_permisos redefines cadena_permisos.
          02 permiso_opcion pic x occurs 99 times.
      *Panel del dia que acompana al menu: cifras leidas de los
      *ficheros cada vez que el menu se repinta.
       77 ws-estado-cobros pic xx value spaces.
       77 pan_pedidos_pend pic 9(5) value 0.
       77 pan_ventas_pend pic 9(5) value 0.
       77 pan_bajo_minimo pic 9(5) value 0.
      *Empresa de la sesion, elegida al entrar: un codigo del maestro
      *de empresas o ** para el consolidado de todas las empresas en
      *las que puede entrar el usuario. Sin maestro de empresas se
      *trabaja en el directorio actual y no se pregunta.
       copy "ws_empresa.cpy".
       77 empresa_sesion pic xx value spaces.
       77 nombre_empresa_sesion pic x(30) value spaces.
       77 empresa_pedida pic xx value spaces.
       77 empresa_aceptada pic 9 value 0.
       77 intentos_empresa pic 9 value 0.
       77 nombre_empresa_informe pic x(30) value spaces.
      *Programa de cada informe que se puede sacar consolidado.
       01 tabla_informes_consolidados.
          02 filler pic x(26) value "04informe_venta".
          02 filler pic x(26) value "09informe_articulo".
          02 filler pic x(26) value "10informe_comision".
          02 filler pic x(26) value "11informe_general".
          02 filler pic x(26) value "13informe_stock".
          02 filler pic x(26) value "15informe_comparativa".
          02 filler pic x(26) value "16informe_ranking_agentes".
          02 filler pic x(26) value "17informe_cliente".
          02 filler pic x(26) value "18informe_top_clientes".
          02 filler pic x(26) value "20informe_antiguedad".
          02 filler pic x(26) value "22informe_pendientes".
          02 filler pic x(26) value "25informe_iva".
          02 filler pic x(26) value "34informe_auditoria".
          02 filler pic x(26) value "39listado_recepciones".
          02 filler pic x(26) value "42informe_valoracion".
          02 filler pic x(26) value "43informe_stock_muerto".
          02 filler pic x(26) value "45informe_objetivos".
          02 filler pic x(26) value "82informe_cambios_maestros".
          02 filler pic x(26) value "90informe_valoracion_fecha".
          02 filler pic x(26) value "92informe_liquidacion".
       01 lista_informes_consolidados
           redefines tabla_informes_consolidados.
          02 informe_consolidado_tabla occurs 20 times.
             03 ic_opcion pic 99.
             03 ic_programa pic x(24).
       77 idx_informe pic 99 value 0.
       77 programa_consolidado pic x(24) value spaces.
       SCREEN section.
      *La pantalla de marcos es compartida con toda la aplicación.
       copy "p_marcos.cpy".
           02 LINE 15 COLUMN 10 VALUE
              "Clave demasiado corta o usada recientemente.".
           02 line 18 column 15 value "Pulse una tecla para continuar".
      *Pide la empresa de trabajo de la sesion.
       01 PantallaEmpresa
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 LINE 8 COLUMN 10 VALUE "Empresa:".
           02 LINE 10 COLUMN 10 VALUE
              "Codigo de la empresa, o ** para el consolidado.".
           02 line 8 column 22 pic xx using empresa_pedida.
      *Rechaza una empresa que no existe, esta de baja o no esta
      *entre las permitidas al usuario.
       01 PantallaEmpresaDenegada
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 beep.
           02 LINE 15 COLUMN 10 VALUE
              "Empresa no valida o no permitida.".
           02 line 18 column 15 value "Pulse una tecla para continuar".
      *Rechaza en el consolidado una opcion que no es un informe.
       01 PantallaOpcionEmpresa
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 beep.
           02 LINE 15 COLUMN 10 VALUE
              "Elija antes una empresa (opcion 85).".
           02 line 18 column 15 value "Pulse una tecla para continuar".
      *Anuncia la empresa del informe consolidado que viene.
       01 PantallaEmpresaInforme
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 LINE 8 COLUMN 10 VALUE "Consolidado - empresa:".
           02 line 8 column 33 pic xx from empresa_actual.
           02 line 8 column 36 pic x(30) from nombre_empresa_informe.
           02 line 18 column 15 value "Pulse una tecla para continuar".
       copy "menu_principal.cpy".
      *Panel del dia junto al menu.
       01 p_panel_dia
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 35 col 45 value "Empresa: ".
           02 line 35 col 54 pic xx from empresa_sesion.
           02 line 35 col 57 pic x(20) from nombre_empresa_sesion.
           02 line 36 col 45 value "--- Panel del dia ---".
           02 line 37 col 45 value "Ventas hoy: ".
           02 line 37 col 57 pic zzzz9 from pan_ventas_hoy.
       perform comprobar_caducidad_clave.
      *Carga la matriz de permisos de menu del usuario.
       perform cargar_permisos_usuario.
      *Pide la empresa en la que trabajara la sesion.
       perform elegir_empresa.
       Menu_Principal.
      *El panel del dia se recalcula en cada repintado del menu,
      *leyendo directamente de los ficheros.
       evaluate true
         when opcion = 5
           stop run
         when opcion < 1 or opcion > 92
           perform menu_principal
         when permiso_opcion(opcion) = "S" and empresa_sesion = "**"
           perform despachar_consolidado
         when permiso_opcion(opcion) = "S"
           perform despachar_opcion
         when other
        when 62 perform traspaso_de_cartera
        when 63 perform fusion_de_clientes
        when 64 perform calendario_festivos
        when 65 perform anulacion_de_factura
        when 66 perform mantenimiento_plan_cuentas
        when 67 perform devolucion_a_proveedor
        when 68 perform costes_de_importacion
        when 69 perform tecnicos_del_taller
        when 70 perform articulos_equivalentes
        when 71 perform cambios_de_precio
        when 72 perform direcciones_de_entrega
        when 73 perform transportistas_y_portes
        when 74 perform presupuestos_perdidos
        when 75 perform prestamos_equipos
        when 76 perform condiciones_pago
        when 77 perform impagados_fallidos
        when 78 perform reposicion_propuesta
        when 79 perform codigos_de_barras
        when 80 perform saldo_a_favor
        when 81 perform proteccion_datos
        when 82 perform cambios_maestros
        when 83 perform reglas_segregacion
        when 84 perform mantenimiento_empresas
        when 85 perform cambiar_de_empresa
        when 86 perform retirada_de_producto
        when 87 perform envios_directos
        when 88 perform tipos_interes_demora
        when 89 perform motivos_devolucion
        when 90 perform valoracion_a_fecha
        when 91 perform canje_de_ticket
        when 92 perform liquidacion_fin_serie
        when other perform menu_principal
       end-evaluate.


       mantenimiento_agentes.
      *Llama al mantenimiento de agentes, cuando termine vuelve al menu.
       call "agente_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       mantenimiento_articulos.
      *Llama al mantenimiento de articulos, cuando termine vuelve al menu
       call "articulo_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       top_articulos.

       mantenimiento_usuarios.
      *Llama al mantenimiento de usuarios, cuando termine vuelve.
       call "usuario_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       alerta_stock.

       mantenimiento_clientes.
      *Llama al mantenimiento de clientes, cuando termine vuelve.
       call "cliente_mantenimiento" using rol_usuario login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       comparativa_ventas.

       mantenimiento_tipos_iva.
      *Llama al mantenimiento de tipos de IVA, cuando termine vuelve.
       call "tipos_iva_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       devoluciones.
      *Llama al mantenimiento de la matriz de permisos de menu,
      *cuando termine vuelve al menu y recarga los permisos por si
      *se cambiaron los del propio usuario.
       call "permiso_mantenimiento" using login
           sesion_expirada_llamada.
       perform cargar_permisos_usuario.
       perform comprobar_sesion_expirada_llamada.

      *Llama al mantenimiento del fichero central de parametros,
      *cuando termine vuelve al menu y relee los parametros por si
      *se cambiaron.
       call "parametro_mantenimiento" using login
           sesion_expirada_llamada.
       perform leer_parametros.
       perform comprobar_sesion_expirada_llamada.

       recepcion_mercancia.
      *Llama a la anotacion de recepciones de mercancia, cuando
      *termine vuelve al menu.
       call "insertar_recepcion" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       diario_recepciones.

       mantenimiento_proveedores.
      *Llama al mantenimiento de proveedores, cuando termine vuelve.
       call "proveedor_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       valoracion_inventario.
       mantenimiento_objetivos.
      *Llama al mantenimiento de objetivos de agente, cuando termine
      *vuelve al menu.
       call "objetivo_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       objetivo_contra_real.
       perform comprobar_sesion_expirada_llamada.

       pedidos_compra_proveedor.
      *Llama a los pedidos de compra a proveedor, pasando el rol y el
      *login para el limite de importe sin aprobacion y el registro
      *de quien crea y aprueba cada pedido; cuando termine vuelve al
      *menu.
       call "pedido_compra_mantenimiento" using rol_usuario login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       mantenimiento_familias.
      *Llama al mantenimiento de familias de articulo y a su informe
      *por familias, cuando termine vuelve al menu.
       call "familia_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       mantenimiento_kits.
      *Llama al mantenimiento de kits de articulos, cuando termine
      *vuelve al menu.
       call "kit_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       consulta_numero_serie.
       almacenes_y_traspasos.
      *Llama al mantenimiento de almacenes y a los traspasos entre
      *ellos, cuando termine vuelve al menu.
       call "almacen_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       entregas_firmadas.
       precios_por_cliente.
      *Llama al mantenimiento de precios pactados por cliente,
      *cuando termine vuelve al menu.
       call "precio_cliente_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       descuentos_por_volumen.
      *Llama al mantenimiento de tramos de descuento por volumen,
      *cuando termine vuelve al menu.
       call "descuento_volumen_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       monedas_y_cambios.
      *Llama al mantenimiento de monedas y cambios con fecha,
      *cuando termine vuelve al menu.
       call "moneda_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       formas_pago_y_arqueo.
      *Llama al mantenimiento de formas de pago y al arqueo de caja
      *del dia, cuando termine vuelve al menu.
       call "forma_pago_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       calendario_festivos.
      *Llama al mantenimiento del calendario de festivos, cuando
      *termine vuelve al menu.
       call "festivo_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       anulacion_de_factura.
      *Llama a la anulacion de una factura emitida, cuando termine
      *vuelve al menu.
       call "anular_factura" using sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       mantenimiento_plan_cuentas.
      *Llama al mantenimiento del plan de cuentas de la exportacion
      *contable, cuando termine vuelve al menu.
       call "plan_cuentas_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       devolucion_a_proveedor.
      *Llama a la devolucion de genero al proveedor, cuando termine
      *vuelve al menu.
       call "devolucion_proveedor" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       costes_de_importacion.
      *Llama al reparto de fletes, aduanas y manipulacion sobre las
      *recepciones, cuando termine vuelve al menu.
       call "coste_importacion_mantenimiento"
           using login sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       tecnicos_del_taller.
      *Llama al mantenimiento de tecnicos del taller, cuando termine
      *vuelve al menu.
       call "tecnico_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       articulos_equivalentes.
      *Llama al mantenimiento de articulos equivalentes, cuando
      *termine vuelve al menu.
       call "equivalencia_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       cambios_de_precio.
      *Llama a los cambios de precio programados y al historial de
      *precios, cuando termine vuelve al menu.
       call "cambio_precio_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       direcciones_de_entrega.
      *Llama al mantenimiento de direcciones de entrega de clientes,
      *cuando termine vuelve al menu.
       call "direccion_entrega_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       transportistas_y_portes.
      *Llama al mantenimiento de transportistas y tarifas de portes,
      *cuando termine vuelve al menu.
       call "transportista_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       presupuestos_perdidos.
      *Llama al marcado de presupuestos perdidos y su maestro de
      *motivos, cuando termine vuelve al menu.
       call "presupuesto_perdido" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       prestamos_equipos.
      *Llama a los prestamos de equipos de demostracion, con su
      *devolucion y su consulta, cuando termine vuelve al menu.
       call "prestamo_equipos" using sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       condiciones_pago.
      *Llama al mantenimiento de condiciones de pago con varios
      *vencimientos, cuando termine vuelve al menu.
       call "condicion_pago_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       impagados_fallidos.
      *Llama al paso de ventas a dudoso cobro y a fallidas, con la
      *recuperacion del IVA, cuando termine vuelve al menu.
       call "impagado_venta" using sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       reposicion_propuesta.
      *Llama a la aprobacion de las propuestas de reposicion de la
      *prevision de demanda, cuando termine vuelve al menu.
       call "aprobar_reposicion" using sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       codigos_de_barras.
      *Llama al mantenimiento de los codigos de barras de los
      *articulos, cuando termine vuelve al menu.
       call "codigos_barras_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       saldo_a_favor.
      *Llama a la consulta y reembolso del saldo a favor de los
      *clientes, cuando termine vuelve al menu.
       call "saldo_favor_cliente" using sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       proteccion_datos.
      *Llama al extracto y la anonimizacion de los datos personales
      *de un cliente, pasando el login para su registro, cuando
      *termine vuelve al menu.
       call "proteccion_datos_cliente" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       cambios_maestros.
      *Llama al informe del registro de cambios de los maestros,
      *cuando termine vuelve al menu.
       call "informe_cambios_maestros" using sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       reglas_segregacion.
      *Llama al mantenimiento de las reglas de segregacion de
      *funciones, pasando el login para el registro de cambios;
      *cuando termine vuelve al menu.
       call "regla_segregacion_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       mantenimiento_empresas.
      *Llama al mantenimiento del maestro de empresas, pasando el
      *login para el registro de cambios; cuando termine recarga las
      *empresas y vuelve al menu.
       call "empresa_mantenimiento" using login
           sesion_expirada_llamada.
       perform cargar_empresas.
       perform comprobar_sesion_expirada_llamada.

       cambiar_de_empresa.
      *Cambia la empresa de trabajo sin salir de la aplicacion.
       perform elegir_empresa.
       perform Menu_Principal.

       retirada_de_producto.
      *Llama a las retiradas de producto por numero de serie, con
      *las cartas a los clientes y el seguimiento de cada unidad,
      *cuando termine vuelve al menu.
       call "retirada_producto" using sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       envios_directos.
      *Llama a la confirmacion de los envios directos que el
      *proveedor sirve al cliente, cuando termine vuelve al menu.
       call "confirmar_envio_directo" using sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       tipos_interes_demora.
      *Llama al mantenimiento de los tipos de interes de demora de
      *cada semestre, cuando termine vuelve al menu.
       call "tipos_interes_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       motivos_devolucion.
      *Llama al mantenimiento de los motivos de devolucion, cuando
      *termine vuelve al menu.
       call "motivos_devolucion_mantenimiento" using login
           sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       valoracion_a_fecha.
      *Llama a la valoracion del inventario a una fecha pasada,
      *cuando termine vuelve al menu.
       call "informe_valoracion_fecha" using sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       canje_de_ticket.
      *Llama al canje de una factura simplificada de mostrador por
      *una factura completa, cuando termine vuelve al menu.
       call "canjear_ticket" using sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

       liquidacion_fin_serie.
      *Llama al informe de liquidacion de los articulos de fin de
      *serie, cuando termine vuelve al menu.
       call "informe_liquidacion" using sesion_expirada_llamada.
       perform comprobar_sesion_expirada_llamada.

      *En el consolidado los informes se sacan una vez por empresa,
      *las opciones de los maestros comunes se ejecutan tal cual y
      *las demas piden elegir antes una empresa.
       despachar_consolidado.
       evaluate true
         when opcion_informe
           perform informe_consolidado
         when opcion_sin_empresa
           perform despachar_opcion
         when other
           display PantallaMarco
           display PantallaOpcionEmpresa
           accept continuar
           perform Menu_Principal
       end-evaluate.

      *Saca el informe pedido en cada empresa activa en la que puede
      *entrar el usuario, una tras otra, y vuelve al menu.
       informe_consolidado.
       move spaces to programa_consolidado.
       perform varying idx_informe from 1 by 1
         until idx_informe > 20
           if ic_opcion(idx_informe) = opcion
               move ic_programa(idx_informe) to programa_consolidado
           end-if
       end-perform.
       move 0 to sesion_expirada_llamada.
       perform guardar_directorio_inicial.
       perform varying idx_empresa from 1 by 1
         until idx_empresa > num_empresas
            or sesion_expirada_llamada = 1
           move te_codigo(idx_empresa) to empresa_actual
           perform comprobar_empresa_permitida
           if te_estado(idx_empresa) = "A" and empresa_permitida = 1
               perform entrar_empresa_indice
               if empresa_encontrada = 1
                   move te_nombre(idx_empresa)
                     to nombre_empresa_informe
                   display PantallaMarco
                   display PantallaEmpresaInforme
                   accept continuar
                   call programa_consolidado
                     using sesion_expirada_llamada
                   cancel programa_consolidado
               end-if
           end-if
       end-perform.
       perform volver_directorio_inicial.
       perform comprobar_sesion_expirada_llamada.

       acceso_denegado.
       move 0 to pan_pedidos_pend.
       move 0 to pan_ventas_pend.
       move 0 to pan_bajo_minimo.
      *En el consolidado las cifras suman todas las empresas activas
      *en las que puede entrar el usuario.
       if empresa_sesion = "**"
           perform guardar_directorio_inicial
           perform varying idx_empresa from 1 by 1
             until idx_empresa > num_empresas
               move te_codigo(idx_empresa) to empresa_actual
               perform comprobar_empresa_permitida
               if te_estado(idx_empresa) = "A"
                  and empresa_permitida = 1
                   perform entrar_empresa_indice
                   if empresa_encontrada = 1
                       perform contar_panel_empresa
                   end-if
               end-if
           end-perform
           perform volver_directorio_inicial
       else
           perform contar_panel_empresa
       end-if.

      *Cifras del panel de la empresa en la que se esta.
       contar_panel_empresa.
       perform contar_ventas_panel.
       perform contar_cobros_panel.
       perform contar_pedidos_panel.
           at end
             move 1 to fin_panel
           not at end
             if cob_fecha = pan_fecha_hoy and cob_importe > 0
                 add cob_importe to pan_cobros_hoy
             end-if
         end-read
             move 1 to fin_panel
           not at end
             if punto_pedido not = 0
                and articulo_de_stock of RArticulo
                and articulo_comprable of RArticulo
                and stock_actual of RArticulo < punto_pedido
                 add 1 to pan_bajo_minimo
             end-if
               perform permisos_plantilla_rol
             not invalid key
               move perm_cadena to cadena_permisos
               move perm_empresas to empresas_permitidas
           end-read
           close permisos
       else
       permisos_plantilla_rol.
       move rol_usuario to rol_plantilla.
       perform permisos_por_defecto.
       move spaces to empresas_permitidas.

      *Pide la empresa de la sesion y entra en su directorio. Se
      *admite una empresa activa entre las permitidas al usuario, o
      *** para el consolidado; dejarla como esta mantiene la actual
      *si el usuario puede seguir en ella. Tres intentos fallidos
      *cierran la aplicacion, como el login.
       elegir_empresa.
       perform cargar_empresas.
       if multiempresa = 0
           move spaces to empresa_sesion
           move spaces to nombre_empresa_sesion
           exit paragraph
       end-if.
       move 0 to empresa_aceptada.
       move 0 to intentos_empresa.
       perform until empresa_aceptada = 1
           move empresa_sesion to empresa_pedida
           display PantallaMarco
           display PantallaEmpresa
           accept PantallaEmpresa
           perform validar_empresa_pedida
           if empresa_aceptada = 0
               add 1 to intentos_empresa
               display PantallaEmpresaDenegada
               accept continuar
               if intentos_empresa = 3
                   display PantallaMarco
                   display PantallaDenegar
                   stop run
               end-if
           end-if
       end-perform.
       move empresa_pedida to empresa_sesion.
       perform registrar_auditoria_empresa.
      *Los parametros generales son de cada empresa.
       if empresa_sesion not = "**"
           perform leer_parametros
       end-if.

      *Valida la empresa pedida y, si es una sola, entra en ella.
       validar_empresa_pedida.
       move 0 to empresa_aceptada.
       if empresa_pedida = "**"
           move 1 to empresa_aceptada
           move "Consolidado" to nombre_empresa_sesion
           exit paragraph
       end-if.
       move empresa_pedida to empresa_actual.
       perform buscar_empresa.
       if empresa_encontrada = 0
           exit paragraph
       end-if.
       perform comprobar_empresa_permitida.
       if te_estado(idx_empresa) not = "A" or empresa_permitida = 0
           exit paragraph
       end-if.
       perform entrar_empresa_indice.
       if empresa_encontrada = 1
           move 1 to empresa_aceptada
           move te_nombre(idx_empresa) to nombre_empresa_sesion
       end-if.

      *Anota en el fichero de auditoria de accesos la empresa en la
      *que entra el usuario.
       registrar_auditoria_empresa.
       accept aud_fecha from date yyyymmdd.
       accept aud_hora from time.
       move spaces to aud_resultado.
       string "EMPRESA-" delimited by size
              empresa_sesion delimited by size
         into aud_resultado
       end-string.
       open extend auditoria.
       move spaces to registro_auditoria.
       string login delimited by size
              "," delimited by size
              aud_fecha delimited by size
              "," delimited by size
              aud_hora delimited by size
              "," delimited by size
              aud_resultado delimited by size
         into registro_auditoria
       end-string.
       write registro_auditoria.
       close auditoria.

      *Maestro de empresas.
       copy "parrafo_empresa.cpy".

      *Plantillas de permisos por rol.
       copy "parrafo_permisos_defecto.cpy".
