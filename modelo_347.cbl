       program-id. modelo_347 as "modelo_347".

       environment division.
       configuration section.
       input-output section.
      *Utiliza las librerias del control de ficheros.
       copy "file_control.cpy".
      *Utiliza el control del fichero de lineas adicionales de
      *articulo por venta.
       copy "file_control_detalle.cpy".
      *Utiliza el control de los ficheros historicos de ventas.
       copy "file_control_historico.cpy".
      *Utiliza el control del fichero de devoluciones.
       copy "file_control_devoluciones.cpy".
      *Utiliza el control del fichero maestro de clientes.
       copy "file_control_clientes.cpy".
      *Utiliza el control de los ficheros de proveedores.
       copy "file_control_proveedores.cpy".
      *Utiliza el control del fichero de facturas de proveedor.
       copy "file_control_facturas_proveedor.cpy".
      *Utiliza el control del fichero maestro de tipos de IVA.
       copy "file_control_tipos_iva.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de presentacion de la declaracion, en el formato de
      *registros de longitud fija del modelo oficial, y listado de
      *revision que se coteja antes de presentarlo.
       select salida_347
           assign to ".\modelo347.txt"
           organization is line sequential.
       select revision_347
           assign to ".\modelo347_revision.txt"
           organization is line sequential.
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_venta.cpy".
      *Utiliza la estructura del fichero de lineas adicionales de
      *articulo por venta.
       copy "estructura_detalle.cpy".
      *Utiliza la estructura de los ficheros historicos de ventas.
       copy "estructura_historico.cpy".
      *Utiliza la estructura del fichero de devoluciones.
       copy "estructura_devoluciones.cpy".
      *Ulitila la estructura del fichero maestro de clientes.
       copy "estructura_cliente.cpy".
      *Utiliza la estructura de los ficheros de proveedores.
       copy "estructura_proveedor.cpy".
      *Utiliza la estructura del fichero de facturas de proveedor.
       copy "estructura_factura_proveedor.cpy".
      *Ulitila la estructura del fichero maestro de tipos de IVA.
       copy "estructura_tipos_iva.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       fd salida_347
         value of file-id is ".\modelo347.txt".
       01 registro_347 pic x(500).
       fd revision_347
         value of file-id is ".\modelo347_revision.txt".
       01 registro_revision pic x(132).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "modelo_347".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-estado-detalle pic xx value spaces.
       77 ws-estado-historico pic xx value spaces.
       77 ws-estado-det-historico pic xx value spaces.
       77 ws-estado-devol pic xx value spaces.
       77 ws-estado-proveedores pic xx value spaces.
       77 ws-estado-art-prov pic xx value spaces.
       77 ws-estado-fact-prov pic xx value spaces.
       77 ws-estado-tipos pic xx value spaces.
       77 tipos_abierto pic 9 value 0.
       77 proveedores_abiertos pic 9 value 0.
       77 fin_ventas pic 9 value 0.
       77 bucle_detalle pic 9 value 0.
       77 fin_historico pic 9 value 0.
       77 fin_det_historico pic 9 value 0.
       77 fin_devoluciones pic 9 value 0.
       77 fin_facturas_prov pic 9 value 0.
       77 venta_localizada pic 9 value 0.
      *Tiempo de espera y lectura del fichero central de parametros.
       77 ws-tiempo-espera pic 9(8) value 180000.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
      *Ejercicio declarado: el anio natural anterior al de hoy.
       01 ws-fecha-hoy.
           02 wc-anio-hoy pic 9999.
           02 wc-mes-hoy  pic 99.
           02 wc-dia-hoy  pic 99.
       77 anio_declarar pic 9(4) value 0.
      *Umbral anual de la declaracion, IVA incluido.
       77 umbral_347 pic 9(7)v99 value 3005.06.
       01 nif_declarante pic x(9) value spaces.
       01 razon_declarante pic x(40) value spaces.
      *Fecha de la operacion acumulada y su trimestre.
       01 fecha_operacion pic 9(8) value 0.
       01 fecha_operacion_det redefines fecha_operacion.
          02 op_anio pic 9(4).
          02 op_mes  pic 99.
          02 op_dia  pic 99.
       77 trimestre_operacion pic 9 value 0.
      *Importe de la linea en curso, IVA y recargo incluidos.
       77 linea_base pic 9(13)v99 value 0.
       77 linea_tasa pic 99v99 value 0.
       77 recargo_linea pic 99v99 value 0.
       77 venta_con_recargo pic 9 value 0.
       77 importe_operacion pic s9(13)v99 value 0.
      *Cliente y estado de facturacion de la venta abonada.
       77 cliente_abonado pic x(4) value spaces.
       77 venta_abonada_facturada pic 9 value 0.
      *Tabla de terceros del ejercicio: clave B para los clientes
      *(entregas) y A para los proveedores (adquisiciones), con el
      *importe de cada trimestre.
       77 max_terceros pic 9(4) value 3000.
       77 num_terceros pic 9(4) value 0.
       77 idx_tercero pic 9(4) value 0.
       77 tercero_encontrado pic 9 value 0.
       77 idx_trim pic 9 value 0.
       77 tipo_buscar pic x value space.
       77 codigo_buscar pic x(4) value spaces.
       77 terceros_desbordados pic 9(7) value 0.
       01 tabla_terceros.
          02 entrada_tercero occurs 3000 times.
             03 tt_clave_operacion pic x.
             03 tt_codigo pic x(4).
             03 tt_trimestre pic s9(11)v99 occurs 4 times.
             03 tt_total pic s9(11)v99.
      *Totales de la declaracion.
       77 total_declarados pic 9(9) value 0.
       77 importe_declarado pic s9(13)v99 value 0.
       77 declarados_sin_nif pic 9(7) value 0.
       77 importe_absoluto pic 9(13)v99 value 0.
      *Datos del tercero declarado en curso.
       77 nif_tercero pic x(9) value spaces.
       77 nombre_tercero pic x(40) value spaces.
       77 provincia_tercero pic xx value spaces.
      *Registro de tipo 1: datos del declarante.
       01 registro_declarante.
          02 r1_tipo pic x value "1".
          02 r1_modelo pic x(3) value "347".
          02 r1_ejercicio pic 9(4).
          02 r1_nif pic x(9).
          02 r1_razon pic x(40).
          02 r1_soporte pic x value "T".
          02 r1_telefono pic x(9) value spaces.
          02 r1_contacto pic x(40) value spaces.
          02 r1_justificante pic 9(13).
          02 r1_complementaria pic x(2) value spaces.
          02 r1_anterior pic 9(13) value 0.
          02 r1_num_personas pic 9(9).
          02 r1_signo pic x.
          02 r1_importe pic 9(13)v99.
          02 r1_num_inmuebles pic 9(9) value 0.
          02 r1_signo_inmuebles pic x value space.
          02 r1_importe_inmuebles pic 9(13)v99 value 0.
          02 filler pic x(315) value spaces.
      *Registro de tipo 2: un tercero declarado.
       01 registro_declarado.
          02 r2_tipo pic x value "2".
          02 r2_modelo pic x(3) value "347".
          02 r2_ejercicio pic 9(4).
          02 r2_nif_declarante pic x(9).
          02 r2_nif_declarado pic x(9).
          02 r2_nif_representante pic x(9) value spaces.
          02 r2_nombre pic x(40).
          02 r2_tipo_hoja pic x value "D".
          02 r2_provincia pic xx.
          02 r2_pais pic xx value spaces.
          02 filler pic x value space.
          02 r2_clave_operacion pic x.
          02 r2_signo_anual pic x.
          02 r2_importe_anual pic 9(13)v99.
          02 r2_seguro pic x value space.
          02 r2_arrendamiento pic x value space.
          02 r2_metalico pic 9(13)v99 value 0.
          02 r2_signo_inm_anual pic x value space.
          02 r2_inmuebles_anual pic 9(13)v99 value 0.
          02 r2_ejercicio_metalico pic 9(4) value 0.
          02 r2_trimestres occurs 4 times.
             03 r2_signo_trim pic x.
             03 r2_importe_trim pic 9(13)v99.
             03 r2_signo_inm_trim pic x.
             03 r2_inmuebles_trim pic 9(13)v99.
          02 filler pic x(237) value spaces.
      *Importes editados del listado de revision.
       77 ed_importe pic ----------9.99.
       01 linea_revision.
          02 lr_clave pic x.
          02 filler pic x value space.
          02 lr_codigo pic x(4).
          02 filler pic x value space.
          02 lr_nif pic x(9).
          02 filler pic x value space.
          02 lr_nombre pic x(30).
          02 lr_trimestre pic ----------9.99 occurs 4 times.
          02 lr_total pic ----------9.99.
          02 filler pic x value space.
          02 lr_aviso pic x(10).

       procedure division.
       perform iniciar_bitacora.
       perform leer_parametros.
      *Declaracion anual de operaciones con terceros: suma por
      *cliente las ventas facturadas del ejercicio (vivas, con sus
      *lineas adicionales, y archivadas en los cierres), restando
      *los abonos por devolucion, y por proveedor las facturas
      *recibidas, todo con el IVA incluido y repartido por
      *trimestres. Los terceros que superan el umbral anual salen
      *en el fichero de presentacion y en el listado de revision.
       accept ws-fecha-hoy from date yyyymmdd.
       compute anio_declarar = wc-anio-hoy - 1.
       if parametros_leidos = 1
           move par_nif_empresa to nif_declarante
           move par_razon_social to razon_declarante
           if par_umbral_347 is numeric and par_umbral_347 not = 0
               move par_umbral_347 to umbral_347
           end-if
       end-if.
       move 1 to tipos_abierto.
       open input tipos_iva.
       if ws-estado-tipos not = "00"
           move 0 to tipos_abierto
       end-if.
       open input clientes.
       open input ventas.
       if ws-estado-fichero = "00"
           open input ventas_detalle
           perform acumular_ventas_ejercicio
           perform acumular_historico_ejercicio
           perform restar_devoluciones_ejercicio
           close ventas_detalle
           close ventas
       end-if.
       perform acumular_facturas_proveedor.
       move 1 to proveedores_abiertos.
       open input proveedores.
       if ws-estado-proveedores not = "00"
           move 0 to proveedores_abiertos
       end-if.
       open output salida_347.
       open output revision_347.
       perform escribir_cabecera_revision.
       perform contar_declarados.
       perform escribir_declarante.
       perform varying idx_tercero from 1 by 1
         until idx_tercero > num_terceros
           if tt_total(idx_tercero) < 0
               compute importe_absoluto = 0 - tt_total(idx_tercero)
           else
               move tt_total(idx_tercero) to importe_absoluto
           end-if
           if importe_absoluto > umbral_347
               perform escribir_declarado
           end-if
       end-perform.
       perform escribir_pie_revision.
       close salida_347.
       close revision_347.
       if proveedores_abiertos = 1
           close proveedores
       end-if.
       close clientes.
       if tipos_abierto = 1
           close tipos_iva
       end-if.
       display "Ejercicio declarado: " anio_declarar.
       display "Terceros declarados: " total_declarados.
       display "Declarados sin NIF: " declarados_sin_nif.
       if terceros_desbordados > 0
           display "Operaciones sin hueco en la tabla: "
               terceros_desbordados
       end-if.
       move total_declarados to bit_contador_1.
       move declarados_sin_nif to bit_contador_2.
       if terceros_desbordados > 0
           move "ERROR" to bit_resultado
           move 8 to return-code
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Recorre por la clave de fecha las ventas del ejercicio y
      *acumula las facturadas, con sus lineas adicionales.
       acumular_ventas_ejercicio.
       move anio_declarar to anio.
       move 1 to mes.
       move 1 to dia.
       move 0 to fin_ventas.
       start ventas
         key is not less than fecha
         invalid key
           move 1 to fin_ventas
       end-start.
       perform until fin_ventas = 1
         read ventas next
           at end
             move 1 to fin_ventas
           not at end
             if anio not = anio_declarar
                 move 1 to fin_ventas
             else
                 if factura_numero not = 0
                     perform acumular_venta_facturada
                     perform acumular_detalle_venta
                 end-if
             end-if
         end-read
       end-perform.

      *Suma la linea principal de la venta en curso a su cliente.
       acumular_venta_facturada.
       perform comprobar_recargo_cliente.
       move fecha to fecha_operacion.
       compute linea_base =
           precio_venta of articulo * numero_unidades of articulo
           * (1 - descuento / 100).
       move tasa_iva of articulo to linea_tasa.
       perform calcular_importe_linea.
       move "B" to tipo_buscar.
       move codigo_cliente to codigo_buscar.
       perform acumular_tercero.

      *Recorre las lineas adicionales de la venta en curso.
       acumular_detalle_venta.
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
                 perform calcular_importe_linea
                 perform acumular_tercero
             end-if
         end-read
       end-perform.

      *Suma las ventas facturadas del ejercicio archivadas en los
      *cierres de periodo, con sus lineas archivadas.
       acumular_historico_ejercicio.
       open input ventas_historico.
       if ws-estado-historico = "00"
           move 0 to fin_historico
           perform until fin_historico = 1
               read ventas_historico
                 at end
                   move 1 to fin_historico
                 not at end
                   move registro_venta_historico to RVenta
                   if anio = anio_declarar
                      and factura_numero not = 0
                       perform acumular_venta_facturada
                       perform acumular_detalle_historico
                   end-if
               end-read
           end-perform
           close ventas_historico
       end-if.

      *Recorre el historico de lineas buscando las de la venta
      *historica en curso.
       acumular_detalle_historico.
       open input ventas_detalle_historico.
       if ws-estado-det-historico = "00"
           move 0 to fin_det_historico
           perform until fin_det_historico = 1
               read ventas_detalle_historico
                 at end
                   move 1 to fin_det_historico
                 not at end
                   move registro_detalle_historico to RVentaDetalle
                   if det_codigo_venta = codigo_venta
                       compute linea_base =
                           det_precio_venta * det_numero_unidades
                           * (1 - det_descuento / 100)
                       move det_tasa_iva to linea_tasa
                       perform calcular_importe_linea
                       perform acumular_tercero
                   end-if
               end-read
           end-perform
           close ventas_detalle_historico
       end-if.

      *Resta los abonos por devolucion fechados en el ejercicio del
      *cliente de su venta, si la venta estaba facturada.
       restar_devoluciones_ejercicio.
       open input devoluciones.
       if ws-estado-devol not = "00"
           exit paragraph
       end-if.
       move low-values to dev_clave.
       move 0 to fin_devoluciones.
       start devoluciones
         key is not less than dev_clave
         invalid key
           move 1 to fin_devoluciones
       end-start.
       perform until fin_devoluciones = 1
         read devoluciones next
           at end
             move 1 to fin_devoluciones
           not at end
             move dev_fecha to fecha_operacion
             if op_anio = anio_declarar
                 perform localizar_venta_abonada
                 if venta_localizada = 1
                    and venta_abonada_facturada = 1
                     perform restar_abono
                 end-if
             end-if
         end-read
       end-perform.
       close devoluciones.

      *Busca la venta del abono en el fichero vivo y, si ya no
      *esta, en el historico de ventas cerradas.
       localizar_venta_abonada.
       move 0 to venta_localizada.
       move 0 to venta_abonada_facturada.
       move dev_codigo_venta to codigo_venta.
       read ventas
         key is codigo_venta
         invalid key
           continue
         not invalid key
           move 1 to venta_localizada
       end-read.
       if venta_localizada = 0
           open input ventas_historico
           if ws-estado-historico = "00"
               move 0 to fin_historico
               perform until fin_historico = 1
                   read ventas_historico
                     at end
                       move 1 to fin_historico
                     not at end
                       move registro_venta_historico to RVenta
                       if codigo_venta = dev_codigo_venta
                           move 1 to venta_localizada
                           move 1 to fin_historico
                       end-if
                   end-read
               end-perform
               close ventas_historico
           end-if
       end-if.
       if venta_localizada = 1
           move codigo_cliente to cliente_abonado
           if factura_numero not = 0
               move 1 to venta_abonada_facturada
           end-if
       end-if.

      *Resta el abono, con su IVA, del trimestre de su fecha.
       restar_abono.
       perform comprobar_recargo_cliente.
       move dev_fecha to fecha_operacion.
       compute linea_base =
           dev_precio * dev_unidades * (1 - dev_descuento / 100).
       move dev_tasa to linea_tasa.
       perform calcular_importe_linea.
       compute importe_operacion = 0 - importe_operacion.
       move "B" to tipo_buscar.
       move cliente_abonado to codigo_buscar.
       perform acumular_tercero.

      *Suma las facturas de proveedor del ejercicio, por su fecha
      *e importe total con el IVA incluido.
       acumular_facturas_proveedor.
       open input facturas_proveedor.
       if ws-estado-fact-prov not = "00"
           exit paragraph
       end-if.
       move low-values to fpr_clave.
       move 0 to fin_facturas_prov.
       start facturas_proveedor
         key is not less than fpr_clave
         invalid key
           move 1 to fin_facturas_prov
       end-start.
       perform until fin_facturas_prov = 1
         read facturas_proveedor next
           at end
             move 1 to fin_facturas_prov
           not at end
             move fpr_fecha to fecha_operacion
             if op_anio = anio_declarar
                 move fpr_importe to importe_operacion
                 if factura_prov_abono
                     compute importe_operacion = 0 - importe_operacion
                 end-if
                 move "A" to tipo_buscar
                 move fpr_codigo_proveedor to codigo_buscar
                 perform acumular_tercero
             end-if
         end-read
       end-perform.
       close facturas_proveedor.

      *Mira si el cliente de la venta esta en regimen de recargo.
       comprobar_recargo_cliente.
       move 0 to venta_con_recargo.
       move codigo_cliente to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           continue
         not invalid key
           if cliente_con_recargo
               move 1 to venta_con_recargo
           end-if
       end-read.

      *Importe de la linea con su IVA y, si el cliente esta en
      *regimen de recargo, con el recargo del tipo.
       calcular_importe_linea.
       move 0 to recargo_linea.
       if venta_con_recargo = 1 and tipos_abierto = 1
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
       compute importe_operacion rounded = linea_base
           * (1 + (linea_tasa + recargo_linea) / 100).

      *Suma el importe de la operacion al tercero buscado, en el
      *trimestre de la fecha de la operacion, dandolo de alta en la
      *tabla si es nuevo.
       acumular_tercero.
       compute trimestre_operacion = (op_mes + 2) / 3.
       move 0 to tercero_encontrado.
       perform varying idx_tercero from 1 by 1
           until idx_tercero > num_terceros or tercero_encontrado = 1
           if tt_clave_operacion(idx_tercero) = tipo_buscar
              and tt_codigo(idx_tercero) = codigo_buscar
               move 1 to tercero_encontrado
           end-if
       end-perform.
       if tercero_encontrado = 1
           subtract 1 from idx_tercero
       else
           if num_terceros < max_terceros
               add 1 to num_terceros
               move num_terceros to idx_tercero
               move tipo_buscar to tt_clave_operacion(idx_tercero)
               move codigo_buscar to tt_codigo(idx_tercero)
               perform varying idx_trim from 1 by 1 until idx_trim > 4
                   move 0 to tt_trimestre(idx_tercero, idx_trim)
               end-perform
               move 0 to tt_total(idx_tercero)
           else
               add 1 to terceros_desbordados
               exit paragraph
           end-if
       end-if.
       add importe_operacion
         to tt_trimestre(idx_tercero, trimestre_operacion).
       add importe_operacion to tt_total(idx_tercero).

      *Cuenta los terceros que superan el umbral y su importe, que
      *van en el registro del declarante.
       contar_declarados.
       move 0 to total_declarados.
       move 0 to importe_declarado.
       perform varying idx_tercero from 1 by 1
         until idx_tercero > num_terceros
           if tt_total(idx_tercero) < 0
               compute importe_absoluto = 0 - tt_total(idx_tercero)
           else
               move tt_total(idx_tercero) to importe_absoluto
           end-if
           if importe_absoluto > umbral_347
               add 1 to total_declarados
               add tt_total(idx_tercero) to importe_declarado
           end-if
       end-perform.

      *Escribe el registro de tipo 1 con los datos del declarante.
       escribir_declarante.
       move anio_declarar to r1_ejercicio.
       move nif_declarante to r1_nif.
       move razon_declarante to r1_razon.
       compute r1_justificante = 3470000000000 + anio_declarar.
       move total_declarados to r1_num_personas.
       if importe_declarado < 0
           move "N" to r1_signo
           compute r1_importe = 0 - importe_declarado
       else
           move space to r1_signo
           move importe_declarado to r1_importe
       end-if.
       move registro_declarante to registro_347.
       write registro_347.

      *Escribe el registro de tipo 2 del tercero en curso y su
      *linea en el listado de revision.
       escribir_declarado.
       perform datos_tercero.
       move anio_declarar to r2_ejercicio.
       move nif_declarante to r2_nif_declarante.
       move nif_tercero to r2_nif_declarado.
       move nombre_tercero to r2_nombre.
       move provincia_tercero to r2_provincia.
       move tt_clave_operacion(idx_tercero) to r2_clave_operacion.
       if tt_total(idx_tercero) < 0
           move "N" to r2_signo_anual
           compute r2_importe_anual = 0 - tt_total(idx_tercero)
       else
           move space to r2_signo_anual
           move tt_total(idx_tercero) to r2_importe_anual
       end-if.
       perform varying idx_trim from 1 by 1 until idx_trim > 4
           if tt_trimestre(idx_tercero, idx_trim) < 0
               move "N" to r2_signo_trim(idx_trim)
               compute r2_importe_trim(idx_trim) =
                   0 - tt_trimestre(idx_tercero, idx_trim)
           else
               move space to r2_signo_trim(idx_trim)
               move tt_trimestre(idx_tercero, idx_trim)
                 to r2_importe_trim(idx_trim)
           end-if
           move space to r2_signo_inm_trim(idx_trim)
           move 0 to r2_inmuebles_trim(idx_trim)
           move tt_trimestre(idx_tercero, idx_trim)
             to lr_trimestre(idx_trim)
       end-perform.
       move registro_declarado to registro_347.
       write registro_347.
       move tt_clave_operacion(idx_tercero) to lr_clave.
       move tt_codigo(idx_tercero) to lr_codigo.
       move nif_tercero to lr_nif.
       move nombre_tercero to lr_nombre.
       move tt_total(idx_tercero) to lr_total.
       move spaces to lr_aviso.
       if nif_tercero = spaces
           move "SIN NIF" to lr_aviso
           add 1 to declarados_sin_nif
       end-if.
       move linea_revision to registro_revision.
       write registro_revision.

      *Recupera NIF, nombre y provincia del tercero en curso de su
      *maestro; la provincia sale de las dos primeras cifras del
      *codigo postal del cliente.
       datos_tercero.
       move spaces to nif_tercero.
       move spaces to nombre_tercero.
       move spaces to provincia_tercero.
       if tt_clave_operacion(idx_tercero) = "B"
           move tt_codigo(idx_tercero) to codigo of RCliente
           read clientes
             key is codigo of RCliente
             invalid key
               continue
             not invalid key
               move nif to nif_tercero
               string apellidos of RCliente delimited by "  "
                      " " delimited by size
                      nombre of RCliente delimited by "  "
                 into nombre_tercero
               end-string
               move codigo_postal(1:2) to provincia_tercero
           end-read
       else
           if proveedores_abiertos = 1
               move tt_codigo(idx_tercero) to prov_codigo
               read proveedores
                 key is prov_codigo
                 invalid key
                   continue
                 not invalid key
                   move prov_nif to nif_tercero
                   move prov_nombre to nombre_tercero
               end-read
           end-if
       end-if.

      *Cabecera del listado de revision.
       escribir_cabecera_revision.
       move spaces to registro_revision.
       string "Declaracion de operaciones con terceros, ejercicio "
                delimited by size
              anio_declarar delimited by size
         into registro_revision
       end-string.
       write registro_revision.
       move spaces to registro_revision.
       move umbral_347 to ed_importe.
       string "Umbral anual: " delimited by size
              ed_importe delimited by size
              "   (B = clientes, A = proveedores)" delimited by size
         into registro_revision
       end-string.
       write registro_revision.
       move spaces to registro_revision.
       string "C CODI NIF       NOMBRE                        "
                delimited by size
              "  1er trimestre  2o trimestre  3er trimestre"
                delimited by size
              "  4o trimestre    Total anual" delimited by size
         into registro_revision
       end-string.
       write registro_revision.

      *Pie del listado de revision con los totales de control.
       escribir_pie_revision.
       move spaces to registro_revision.
       string "Terceros declarados: " delimited by size
              total_declarados delimited by size
              "   Sin NIF: " delimited by size
              declarados_sin_nif delimited by size
         into registro_revision
       end-string.
       write registro_revision.
       move spaces to registro_revision.
       move importe_declarado to ed_importe.
       string "Importe total declarado: " delimited by size
              ed_importe delimited by size
         into registro_revision
       end-string.
       write registro_revision.
       if terceros_desbordados > 0
           move spaces to registro_revision
           string "AVISO: operaciones sin hueco en la tabla: "
                    delimited by size
                  terceros_desbordados delimited by size
             into registro_revision
           end-string
           write registro_revision
       end-if.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
