       program-id. generar_intereses_demora
           as "generar_intereses_demora".

       environment division.
       configuration section.
       input-output section.
      *Utiliza las librerias del control de ficheros.
       copy "file_control.cpy".
      *Utiliza el control del fichero maestro de clientes.
       copy "file_control_clientes.cpy".
      *Utiliza el control del fichero de cobros de clientes.
       copy "file_control_cobros.cpy".
      *Utiliza el control del fichero de vencimientos.
       copy "file_control_vencimientos.cpy".
      *Utiliza el control del fichero de tipos de interes de demora.
       copy "file_control_tipos_interes.cpy".
      *Utiliza el control de los ficheros de notas de cargo.
       copy "file_control_notas_cargo.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de salida con el listado de revision.
       select salida_intereses
           assign to ".\intereses_demora.csv"
           organization is line sequential.
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_venta.cpy".
      *Ulitila la estructura del fichero maestro de clientes.
       copy "estructura_cliente.cpy".
      *Utiliza la estructura del fichero de cobros de clientes.
       copy "estructura_cobros.cpy".
      *Utiliza la estructura del fichero de vencimientos.
       copy "estructura_vencimiento.cpy".
      *Utiliza la estructura del fichero de tipos de interes de
      *demora.
       copy "estructura_tipo_interes.cpy".
      *Utiliza la estructura de los ficheros de notas de cargo.
       copy "estructura_nota_cargo.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       fd salida_intereses
         value of file-id is ".\intereses_demora.csv".
       01 registro_salida_intereses pic x(200).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "generar_intereses_demora".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-estado-cobros pic xx value spaces.
       77 ws-estado-tipos-interes pic xx value spaces.
       77 ws-estado-notas-cargo pic xx value spaces.
       77 ws-estado-contador-nc pic xx value spaces.
       77 cobros_abierto pic 9 value 0.
       77 fin_clientes pic 9 value 0.
       77 fin_ventas pic 9 value 0.
       77 fin_cobros_venta pic 9 value 0.
       77 fin_cobros_dia pic 9 value 0.
       77 fin_tipos pic 9 value 0.
      *Tiempo de espera y campos de la lectura del fichero central
      *de parametros.
       77 ws-tiempo-espera pic 9(8) value 180000.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 minimo_intereses pic 9(5)v99 value 0.
      *Fecha de la tirada, hasta la que corren los intereses de lo
      *que sigue sin cobrar.
       01 fecha_proceso pic 9(8) value 0.
       01 fecha_proceso_det redefines fecha_proceso.
          02 proceso_anio pic 9(4).
          02 proceso_mes  pic 99.
          02 proceso_dia  pic 99.
      *Vencimientos de las ventas.
       copy "ws_vencimientos.cpy".
      *Cliente empresario o profesional: solo a ellos se aplica el
      *interes de demora de las operaciones comerciales.
       77 cliente_empresa pic 9 value 0.
       77 nombre_cliente_texto pic x(31) value spaces.
      *Tipos de interes por semestre, en orden de anio y semestre;
      *un semestre sin tipo toma el del ultimo semestre anterior.
       77 num_tipos pic 9(3) value 0.
       01 tabla_tipos_interes.
          02 tipo_semestre occurs 200 times.
             03 tt_clave pic 9(5).
             03 tt_tipo pic 99v99.
       77 idx_tipo pic 9(3) value 0.
       77 semestre_dia pic 9 value 0.
       77 clave_semestre_dia pic 9(5) value 0.
       77 clave_semestre_cache pic 9(5) value 0.
       77 tipo_dia pic 99v99 value 0.
       77 tipo_encontrado pic 9 value 0.
       77 dias_sin_tipo pic 9(7) value 0.
      *Dia que se devenga, contado dia a dia sobre el calendario.
       01 fecha_dia pic 9(8) value 0.
       01 fecha_dia_det redefines fecha_dia.
          02 fd_anio pic 9(4).
          02 fd_mes  pic 99.
          02 fd_dia  pic 99.
       77 dias_del_mes pic 99 value 0.
       77 cociente_bisiesto pic 9(4) value 0.
       77 resto_bisiesto pic 9(3) value 0.
      *Vencimientos de la venta en curso, en su orden, con lo que
      *los cobros van cubriendo de cada uno y los intereses que
      *devenga lo que queda sin cubrir cada dia.
       77 num_vtos pic 99 value 0.
       01 tabla_vtos_venta.
          02 vto_venta occurs 30 times.
             03 tv_numero pic 99.
             03 tv_devenga pic 9.
             03 tv_fecha_vencimiento pic 9(8).
             03 tv_hasta pic 9(8).
             03 tv_importe pic 9(9)v99.
             03 tv_aplicado pic 9(9)v99.
             03 tv_primer_dia pic 9(8).
             03 tv_dias pic 9(5).
             03 tv_interes pic 9(7)v9(8).
       77 idx_vto pic 99 value 0.
       77 siguiente_vto_venta pic 99 value 0.
       77 venta_con_pendiente pic 9 value 0.
       77 fecha_inicio_venta pic 9(8) value 0.
       77 fecha_fin_venta pic 9(8) value 0.
       77 inicio_vencimiento pic 9(8) value 0.
       77 pendiente_tv pic 9(9)v99 value 0.
      *Cobros de la venta en curso, por orden de numero.
       77 num_cobros pic 99 value 0.
       01 tabla_cobros_venta.
          02 cobro_venta occurs 60 times.
             03 tcv_fecha pic 9(8).
             03 tcv_importe pic s9(9)v99.
       77 siguiente_cobro pic 99 value 0.
       77 ultimo_cobro_fecha pic 9(8) value 0.
       77 importe_aplicar pic 9(9)v99 value 0.
      *Lineas de intereses del cliente en curso, una por vencimiento
      *de factura, agrupadas por venta.
       77 num_lineas pic 9(3) value 0.
       01 tabla_lineas_cliente.
          02 linea_cliente occurs 300 times.
             03 tl_venta pic x(8).
             03 tl_vto pic 99.
             03 tl_siguiente pic 99.
             03 tl_factura_anio pic 9(4).
             03 tl_factura_numero pic 9(6).
             03 tl_fecha_vencimiento pic 9(8).
             03 tl_desde pic 9(8).
             03 tl_hasta pic 9(8).
             03 tl_dias pic 9(5).
             03 tl_importe pic 9(9)v99.
             03 tl_interes pic 9(7)v99.
       77 idx_linea pic 9(3) value 0.
       77 interes_linea pic 9(7)v99 value 0.
       77 lineas_desbordadas pic 9(5) value 0.
       77 total_cliente pic 9(9)v99 value 0.
       77 situacion_cliente pic x(20) value spaces.
      *Numeracion de la serie anual de notas de cargo.
       77 nota_anio pic 9(4) value 0.
       77 nota_numero pic 9(6) value 0.
       77 contador_asignado pic 9 value 0.
       77 reintentos_contador pic 9(3) value 0.
      *Vencimiento de intereses que se graba en cada venta.
       77 venta_nota pic x(8) value spaces.
       77 interes_venta pic 9(9)v99 value 0.
       77 linea_venta_nota pic 9(3) value 0.
      *Totales de la tirada.
       77 total_notas pic 9(7) value 0.
       77 total_bajo_minimo pic 9(7) value 0.
       77 total_lineas pic 9(7) value 0.
       77 total_intereses pic 9(11)v99 value 0.
       77 importe_editado pic z(8)9.99.
       77 interes_editado pic z(6)9.99.
       77 total_editado pic z(8)9.99.
       linkage section.
      *Modo de la tirada que pide la cadena de procesos: R solo el
      *listado de revision, E ademas emite las notas de cargo.
       01 modo_intereses pic x.
          88 emitir_notas value "E".

       procedure division using modo_intereses.
       perform iniciar_bitacora.
      *Intereses de demora de las operaciones comerciales: por cada
      *cliente empresario no exento recorre sus ventas facturadas,
      *reproduce por orden los cobros sobre los vencimientos de la
      *factura y cuenta dia a dia, desde el vencimiento (o desde la
      *fecha hasta la que ya se cobraron) hasta el cobro o hasta la
      *fecha de la tirada, el interes de lo que quedaba sin cobrar
      *al tipo legal del semestre de cada dia. La revision solo
      *escribe el listado; la emision ademas da a cada cliente que
      *llega al minimo una nota de cargo numerada, con un
      *vencimiento de intereses en cada venta afectada.
       accept fecha_proceso from DATE YYYYMMDD.
       perform cargar_tipos_interes.
       if num_tipos = 0
           display "No hay tipos de interes de demora."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       perform leer_parametros.
       if parametros_leidos = 1
           if par_minimo_intereses is numeric
               move par_minimo_intereses to minimo_intereses
           end-if
       end-if.
       open input ventas.
       if ws-estado-fichero not = "00"
           display "ERROR: no se pudo abrir el fichero de ventas. "
               "Estado: " ws-estado-fichero
           move "ERROR" to bit_resultado
           perform grabar_bitacora
           move 8 to return-code
           exit program
       end-if.
       open input clientes.
       move 1 to cobros_abierto.
       open input cobros.
       if ws-estado-cobros not = "00"
           move 0 to cobros_abierto
       end-if.
       perform abrir_vencimientos_cobro.
       if emitir_notas
           open i-o notas_cargo
           if ws-estado-notas-cargo = "35"
               open output notas_cargo
               close notas_cargo
               open i-o notas_cargo
           end-if
           open extend documento_nota_cargo
       end-if.
       open output salida_intereses.
       move spaces to registro_salida_intereses.
       string "CLIENTE,NOMBRE,VENTA,VENCIMIENTO,FACTURA,"
              delimited by size
              "FECHA VENCIMIENTO,DESDE,HASTA,DIAS,IMPORTE,INTERES,"
              delimited by size
              "SITUACION" delimited by size
         into registro_salida_intereses
       end-string.
       write registro_salida_intereses.
       move low-values to codigo of RCliente.
       move 0 to fin_clientes.
       start clientes
         key is not less than codigo of RCliente
         invalid key
           move 1 to fin_clientes
       end-start.
       perform until fin_clientes = 1
         read clientes next
           at end
             move 1 to fin_clientes
           not at end
             perform procesar_cliente
         end-read
       end-perform.
       close ventas.
       close clientes.
       if cobros_abierto = 1
           close cobros
       end-if.
       perform cerrar_vencimientos_cobro.
       if emitir_notas
           close notas_cargo
           close documento_nota_cargo
       end-if.
       close salida_intereses.
       move total_intereses to total_editado.
       display "Vencimientos con intereses: " total_lineas.
       display "Intereses de demora: " total_editado.
       if emitir_notas
           display "Notas de cargo emitidas: " total_notas
       else
           display "Notas de cargo a emitir: " total_notas
       end-if.
       display "Clientes por debajo del minimo: " total_bajo_minimo.
       if dias_sin_tipo > 0
           display "Aviso: dias sin tipo de interes de demora: "
               dias_sin_tipo
       end-if.
       if lineas_desbordadas > 0
           display "Aviso: vencimientos que quedan para otra tirada: "
               lineas_desbordadas
       end-if.
       move total_notas to bit_contador_1.
       move total_bajo_minimo to bit_contador_2.
       if total_lineas = 0
           move "SINDATOS" to bit_resultado
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Carga en memoria los tipos de interes de cada semestre y
      *avisa si el semestre en curso no tiene el suyo.
       cargar_tipos_interes.
       move 0 to num_tipos.
       open input tipos_interes.
       if ws-estado-tipos-interes not = "00"
           exit paragraph
       end-if.
       move 0 to fin_tipos.
       perform until fin_tipos = 1
         read tipos_interes next
           at end
             move 1 to fin_tipos
           not at end
             if num_tipos < 200
                 add 1 to num_tipos
                 compute tt_clave(num_tipos) =
                     ti_anio * 10 + ti_semestre
                 move ti_tipo to tt_tipo(num_tipos)
             end-if
         end-read
       end-perform.
       close tipos_interes.
       if proceso_mes < 7
           compute clave_semestre_dia = proceso_anio * 10 + 1
       else
           compute clave_semestre_dia = proceso_anio * 10 + 2
       end-if.
       move 0 to tipo_encontrado.
       perform varying idx_tipo from 1 by 1
         until idx_tipo > num_tipos
           if tt_clave(idx_tipo) = clave_semestre_dia
               move 1 to tipo_encontrado
           end-if
       end-perform.
       if num_tipos > 0 and tipo_encontrado = 0
           display "Aviso: el semestre en curso no tiene tipo de "
               "interes; se aplica el ultimo anterior."
       end-if.
       move 0 to clave_semestre_cache.

      *Calcula los intereses del cliente leido, si es empresario y
      *no esta exento, y decide su nota de cargo.
       procesar_cliente.
       if cliente_exento_intereses
           exit paragraph
       end-if.
       perform comprobar_cliente_empresa.
       if cliente_empresa = 0
           exit paragraph
       end-if.
       move 0 to num_lineas.
       move 0 to total_cliente.
       move codigo of RCliente to codigo_cliente.
       move 0 to fin_ventas.
       start ventas
         key is = codigo_cliente
         invalid key
           move 1 to fin_ventas
       end-start.
       perform until fin_ventas = 1
         read ventas next
           at end
             move 1 to fin_ventas
           not at end
             if codigo_cliente not = codigo of RCliente
                 move 1 to fin_ventas
             else
                 if venta_facturada or venta_cobrada
                     perform calcular_intereses_venta
                 end-if
             end-if
         end-read
       end-perform.
       if num_lineas = 0 or total_cliente = 0
           exit paragraph
       end-if.
       evaluate true
         when total_cliente < minimo_intereses
           move "BAJO MINIMO" to situacion_cliente
           add 1 to total_bajo_minimo
         when emitir_notas
           perform emitir_nota_cargo
         when other
           move "A EMITIR" to situacion_cliente
           add 1 to total_notas
       end-evaluate.
       perform escribir_lineas_cliente.

      *El interes de demora de las operaciones comerciales solo se
      *aplica a empresas y profesionales: en Espana, los clientes con
      *CIF de entidad; fuera, los que tienen identificador fiscal.
       comprobar_cliente_empresa.
       move 0 to cliente_empresa.
       if pais = "ES" or pais = spaces
           if nif(1:1) = "A" or "B" or "C" or "D" or "E" or "F"
                      or "G" or "H" or "J" or "N" or "P" or "Q"
                      or "R" or "S" or "U" or "V" or "W"
               move 1 to cliente_empresa
           end-if
       else
           if nif not = spaces
               move 1 to cliente_empresa
           end-if
       end-if.

      *Reproduce los cobros de la venta sobre sus vencimientos dia a
      *dia y anota una linea por cada vencimiento de la factura que
      *devenga intereses.
       calcular_intereses_venta.
       perform cargar_vencimientos_venta.
       if num_vtos = 0
           exit paragraph
       end-if.
       perform cargar_cobros_venta.
       if venta_con_pendiente = 1
           move fecha_proceso to fecha_fin_venta
       else
           move ultimo_cobro_fecha to fecha_fin_venta
       end-if.
       if fecha_fin_venta > fecha_proceso
           move fecha_proceso to fecha_fin_venta
       end-if.
       if fecha_fin_venta not > fecha_inicio_venta
           exit paragraph
       end-if.
       move fecha_inicio_venta to fecha_dia.
       move 1 to siguiente_cobro.
       perform until fecha_dia not < fecha_fin_venta
           perform avanzar_fecha_dia
           perform aplicar_cobros_dia
           perform buscar_tipo_dia
           perform devengar_vencimiento
             varying idx_vto from 1 by 1 until idx_vto > num_vtos
       end-perform.
       perform anotar_linea_vencimiento
         varying idx_vto from 1 by 1 until idx_vto > num_vtos.

      *Carga los vencimientos de la venta. Los de la factura
      *devengan desde su fecha, o desde la fecha hasta la que ya se
      *cobraron intereses; los de gastos e intereses solo recogen
      *cobros, en su orden, como al aplicarlos.
       cargar_vencimientos_venta.
       move 0 to num_vtos.
       move 0 to venta_con_pendiente.
       move 1 to siguiente_vto_venta.
       move 99999999 to fecha_inicio_venta.
       if vencimientos_abiertos = 0
           exit paragraph
       end-if.
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
                 compute siguiente_vto_venta = vto_numero + 1
                 if num_vtos < 30
                     perform cargar_vencimiento_tabla
                 end-if
             end-if
         end-read
       end-perform.

      *Pasa el vencimiento leido a la tabla de la venta.
       cargar_vencimiento_tabla.
       add 1 to num_vtos.
       move vto_numero to tv_numero(num_vtos).
       move vto_fecha_vencimiento to tv_fecha_vencimiento(num_vtos).
       move vto_importe to tv_importe(num_vtos).
       move 0 to tv_aplicado(num_vtos).
       move 0 to tv_primer_dia(num_vtos).
       move 0 to tv_dias(num_vtos).
       move 0 to tv_interes(num_vtos).
       if vto_intereses_hasta is not numeric
           move 0 to vto_intereses_hasta
       end-if.
       move vto_intereses_hasta to tv_hasta(num_vtos).
       if vencimiento_gastos or vencimiento_intereses
           move 0 to tv_devenga(num_vtos)
       else
           move 1 to tv_devenga(num_vtos)
           if vencimiento_pendiente
               move 1 to venta_con_pendiente
           end-if
           move vto_fecha_vencimiento to inicio_vencimiento
           if vto_intereses_hasta > inicio_vencimiento
               move vto_intereses_hasta to inicio_vencimiento
           end-if
           if inicio_vencimiento < fecha_inicio_venta
               move inicio_vencimiento to fecha_inicio_venta
           end-if
       end-if.

      *Carga los cobros de la venta por su orden de numero.
       cargar_cobros_venta.
       move 0 to num_cobros.
       move 0 to ultimo_cobro_fecha.
       if cobros_abierto = 0
           exit paragraph
       end-if.
       move codigo_venta to cob_codigo_venta.
       move low-values to cob_numero.
       move 0 to fin_cobros_venta.
       start cobros
         key is not less than cob_clave
         invalid key
           move 1 to fin_cobros_venta
       end-start.
       perform until fin_cobros_venta = 1
         read cobros next
           at end
             move 1 to fin_cobros_venta
           not at end
             if cob_codigo_venta not = codigo_venta
                 move 1 to fin_cobros_venta
             else
                 if num_cobros < 60
                     add 1 to num_cobros
                     move cob_fecha to tcv_fecha(num_cobros)
                     move cob_importe to tcv_importe(num_cobros)
                     if cob_fecha > ultimo_cobro_fecha
                         move cob_fecha to ultimo_cobro_fecha
                     end-if
                 end-if
             end-if
         end-read
       end-perform.

      *Aplica los cobros hasta el dia que se devenga: lo
      *cobrado ese mismo dia ya no devenga.
       aplicar_cobros_dia.
       move 0 to fin_cobros_dia.
       perform until fin_cobros_dia = 1
           if siguiente_cobro > num_cobros
               move 1 to fin_cobros_dia
           else
               if tcv_fecha(siguiente_cobro) not > fecha_dia
                   perform aplicar_cobro_tabla
                   add 1 to siguiente_cobro
               else
                   move 1 to fin_cobros_dia
               end-if
           end-if
       end-perform.

      *Reparte el cobro entre los vencimientos por orden, como al
      *grabarlo; un cobro en negativo (recibo devuelto) descubre lo
      *ultimo que se habia cubierto.
       aplicar_cobro_tabla.
       if tcv_importe(siguiente_cobro) > 0
           move tcv_importe(siguiente_cobro) to importe_aplicar
           perform varying idx_vto from 1 by 1
             until idx_vto > num_vtos or importe_aplicar = 0
               compute pendiente_tv =
                   tv_importe(idx_vto) - tv_aplicado(idx_vto)
               if pendiente_tv > 0
                   if importe_aplicar < pendiente_tv
                       add importe_aplicar to tv_aplicado(idx_vto)
                       move 0 to importe_aplicar
                   else
                       move tv_importe(idx_vto) to tv_aplicado(idx_vto)
                       subtract pendiente_tv from importe_aplicar
                   end-if
               end-if
           end-perform
       else
           compute importe_aplicar = 0 - tcv_importe(siguiente_cobro)
           perform varying idx_vto from num_vtos by -1
             until idx_vto < 1 or importe_aplicar = 0
               if tv_aplicado(idx_vto) > 0
                   if importe_aplicar < tv_aplicado(idx_vto)
                       subtract importe_aplicar
                         from tv_aplicado(idx_vto)
                       move 0 to importe_aplicar
                   else
                       subtract tv_aplicado(idx_vto)
                         from importe_aplicar
                       move 0 to tv_aplicado(idx_vto)
                   end-if
               end-if
           end-perform
       end-if.

      *Tipo anual del semestre del dia que se devenga.
       buscar_tipo_dia.
       if fd_mes < 7
           move 1 to semestre_dia
       else
           move 2 to semestre_dia
       end-if.
       compute clave_semestre_dia = fd_anio * 10 + semestre_dia.
       if clave_semestre_dia not = clave_semestre_cache
           move clave_semestre_dia to clave_semestre_cache
           move 0 to tipo_dia
           move 0 to tipo_encontrado
           perform varying idx_tipo from 1 by 1
             until idx_tipo > num_tipos
               if tt_clave(idx_tipo) not > clave_semestre_dia
                   move tt_tipo(idx_tipo) to tipo_dia
                   move 1 to tipo_encontrado
               end-if
           end-perform
       end-if.
       if tipo_encontrado = 0
           add 1 to dias_sin_tipo
       end-if.

      *Interes de un dia de lo que queda sin cobrar del vencimiento
      *de la factura, si ya estaba vencido y no se le habian cobrado
      *intereses de ese dia.
       devengar_vencimiento.
       if tv_devenga(idx_vto) = 1
          and tv_fecha_vencimiento(idx_vto) < fecha_dia
          and tv_hasta(idx_vto) < fecha_dia
           compute pendiente_tv =
               tv_importe(idx_vto) - tv_aplicado(idx_vto)
           if pendiente_tv > 0
               compute tv_interes(idx_vto) = tv_interes(idx_vto)
                   + pendiente_tv * tipo_dia / 36500
               add 1 to tv_dias(idx_vto)
               if tv_primer_dia(idx_vto) = 0
                   move fecha_dia to tv_primer_dia(idx_vto)
               end-if
           end-if
       end-if.

      *Anota la linea del vencimiento que ha devengado intereses. Lo
      *que no cabe en la tabla del cliente queda para otra tirada.
       anotar_linea_vencimiento.
       if tv_devenga(idx_vto) = 0 or tv_dias(idx_vto) = 0
           exit paragraph
       end-if.
       compute interes_linea rounded = tv_interes(idx_vto).
       if interes_linea = 0
           exit paragraph
       end-if.
       if num_lineas = 300
           add 1 to lineas_desbordadas
           exit paragraph
       end-if.
       add 1 to num_lineas.
       move codigo_venta to tl_venta(num_lineas).
       move tv_numero(idx_vto) to tl_vto(num_lineas).
       move siguiente_vto_venta to tl_siguiente(num_lineas).
       move factura_anio to tl_factura_anio(num_lineas).
       move factura_numero to tl_factura_numero(num_lineas).
       move tv_fecha_vencimiento(idx_vto)
         to tl_fecha_vencimiento(num_lineas).
       move tv_primer_dia(idx_vto) to tl_desde(num_lineas).
       move fecha_fin_venta to tl_hasta(num_lineas).
       move tv_dias(idx_vto) to tl_dias(num_lineas).
       move tv_importe(idx_vto) to tl_importe(num_lineas).
       move interes_linea to tl_interes(num_lineas).
       add interes_linea to total_cliente.

      *Pasa fecha_dia al dia siguiente del calendario.
       avanzar_fecha_dia.
       evaluate fd_mes
         when 4
         when 6
         when 9
         when 11
           move 30 to dias_del_mes
         when 2
           move 28 to dias_del_mes
           divide fd_anio by 4 giving cociente_bisiesto
             remainder resto_bisiesto
           if resto_bisiesto = 0
               move 29 to dias_del_mes
               divide fd_anio by 100 giving cociente_bisiesto
                 remainder resto_bisiesto
               if resto_bisiesto = 0
                   move 28 to dias_del_mes
                   divide fd_anio by 400 giving cociente_bisiesto
                     remainder resto_bisiesto
                   if resto_bisiesto = 0
                       move 29 to dias_del_mes
                   end-if
               end-if
           end-if
         when other
           move 31 to dias_del_mes
       end-evaluate.
       if fd_dia < dias_del_mes
           add 1 to fd_dia
       else
           move 1 to fd_dia
           if fd_mes < 12
               add 1 to fd_mes
           else
               move 1 to fd_mes
               add 1 to fd_anio
           end-if
       end-if.

      *Emite la nota de cargo del cliente: la numera, la graba, la
      *imprime, deja en cada vencimiento de la factura la fecha
      *hasta la que ya se cobraron intereses y graba en cada venta
      *el vencimiento de intereses que se cobra como los demas.
       emitir_nota_cargo.
       perform asignar_numero_nota_cargo.
       if contador_asignado = 0
           move "SIN NUMERO" to situacion_cliente
           exit paragraph
       end-if.
       move nota_anio to nc_anio.
       move nota_numero to nc_numero.
       move fecha_proceso to nc_fecha.
       move codigo of RCliente to nc_codigo_cliente.
       move total_cliente to nc_importe.
       move num_lineas to nc_vencimientos.
       move "N" to nc_contabilizada.
       write RNotaCargo
         invalid key
           move "NOTA DUPLICADA" to situacion_cliente
           exit paragraph
       end-write.
       add 1 to total_notas.
       move spaces to situacion_cliente.
       string "NOTA " delimited by size
              nota_anio delimited by size
              "/" delimited by size
              nota_numero delimited by size
         into situacion_cliente
       end-string.
       perform escribir_documento_nota.
       move spaces to venta_nota.
       move 0 to interes_venta.
       perform cargar_linea_nota
         varying idx_linea from 1 by 1 until idx_linea > num_lineas.
       if venta_nota not = spaces
           perform grabar_vencimiento_intereses
       end-if.

      *Deja cobrados los intereses de la linea en su vencimiento de
      *factura y los suma al vencimiento de intereses de su venta.
       cargar_linea_nota.
       if tl_venta(idx_linea) not = venta_nota
           if venta_nota not = spaces
               perform grabar_vencimiento_intereses
           end-if
           move tl_venta(idx_linea) to venta_nota
           move idx_linea to linea_venta_nota
           move 0 to interes_venta
       end-if.
       add tl_interes(idx_linea) to interes_venta.
       move tl_venta(idx_linea) to vto_codigo_venta.
       move tl_vto(idx_linea) to vto_numero.
       read vencimientos
         key is vto_clave
         invalid key
           continue
         not invalid key
           move tl_hasta(idx_linea) to vto_intereses_hasta
           rewrite RVencimiento
             invalid key
               continue
           end-rewrite
       end-read.

      *Graba el vencimiento de intereses de la venta de la nota, a
      *la fecha de la tirada, como un vencimiento mas de la venta.
       grabar_vencimiento_intereses.
       move venta_nota to vto_codigo_venta.
       move tl_siguiente(linea_venta_nota) to vto_numero.
       move nc_codigo_cliente to vto_codigo_cliente.
       move tl_factura_anio(linea_venta_nota) to vto_factura_anio.
       move tl_factura_numero(linea_venta_nota) to vto_factura_numero.
       move fecha_proceso to vto_fecha_vencimiento.
       move interes_venta to vto_importe.
       move 0 to vto_cobrado.
       set vencimiento_pendiente to true.
       move 0 to vto_nivel_reclamacion.
       move 0 to vto_fecha_reclamacion.
       set vencimiento_intereses to true.
       move 0 to vto_intereses_hasta.
       move nota_anio to vto_nota_anio.
       move nota_numero to vto_nota_numero.
       write RVencimiento
         invalid key
           display "Aviso: no se pudo grabar el vencimiento de "
               "intereses de la venta " venta_nota
       end-write.

      *Imprime la nota de cargo con una linea por vencimiento.
       escribir_documento_nota.
       move "=====================================" to
           registro_doc_nota_cargo.
       write registro_doc_nota_cargo.
       move spaces to registro_doc_nota_cargo.
       string "NOTA DE CARGO Nro " delimited by size
              nota_anio delimited by size
              "/" delimited by size
              nota_numero delimited by size
              "  Fecha: " delimited by size
              fecha_proceso delimited by size
         into registro_doc_nota_cargo
       end-string.
       write registro_doc_nota_cargo.
       move spaces to registro_doc_nota_cargo.
       string "Cliente: " delimited by size
              codigo of RCliente delimited by size
              " " delimited by size
              nombre of RCliente delimited by "  "
              " " delimited by size
              apellidos of RCliente delimited by "  "
              "  NIF: " delimited by size
              nif delimited by size
         into registro_doc_nota_cargo
       end-string.
       write registro_doc_nota_cargo.
       move "Intereses de demora por pago fuera de plazo."
         to registro_doc_nota_cargo.
       write registro_doc_nota_cargo.
       move "Factura      Venta    Vto Desde    Hasta     Dias  Interes"
         to registro_doc_nota_cargo.
       write registro_doc_nota_cargo.
       perform escribir_linea_documento
         varying idx_linea from 1 by 1 until idx_linea > num_lineas.
       move total_cliente to total_editado.
       move spaces to registro_doc_nota_cargo.
       string "TOTAL NOTA DE CARGO: " delimited by size
              total_editado delimited by size
         into registro_doc_nota_cargo
       end-string.
       write registro_doc_nota_cargo.
       move "=====================================" to
           registro_doc_nota_cargo.
       write registro_doc_nota_cargo.

      *Una linea del documento por vencimiento de factura.
       escribir_linea_documento.
       move tl_interes(idx_linea) to interes_editado.
       move spaces to registro_doc_nota_cargo.
       string tl_factura_anio(idx_linea) delimited by size
              "/" delimited by size
              tl_factura_numero(idx_linea) delimited by size
              " " delimited by size
              tl_venta(idx_linea) delimited by size
              " " delimited by size
              tl_vto(idx_linea) delimited by size
              "  " delimited by size
              tl_desde(idx_linea) delimited by size
              " " delimited by size
              tl_hasta(idx_linea) delimited by size
              " " delimited by size
              tl_dias(idx_linea) delimited by size
              " " delimited by size
              interes_editado delimited by size
         into registro_doc_nota_cargo
       end-string.
       write registro_doc_nota_cargo.

      *Escribe en el listado las lineas del cliente con la
      *situacion de su nota, y su total.
       escribir_lineas_cliente.
       move spaces to nombre_cliente_texto.
       string nombre of RCliente delimited by "  "
              " " delimited by size
              apellidos of RCliente delimited by "  "
         into nombre_cliente_texto
       end-string.
       perform escribir_linea_listado
         varying idx_linea from 1 by 1 until idx_linea > num_lineas.
       add total_cliente to total_intereses.
       move total_cliente to total_editado.
       move spaces to registro_salida_intereses.
       string codigo of RCliente delimited by size
              "," delimited by size
              nombre_cliente_texto delimited by "  "
              ",TOTAL,,,,,,,," delimited by size
              total_editado delimited by size
              "," delimited by size
              situacion_cliente delimited by "  "
         into registro_salida_intereses
       end-string.
       write registro_salida_intereses.

      *Una linea del listado por vencimiento de factura.
       escribir_linea_listado.
       add 1 to total_lineas.
       move tl_importe(idx_linea) to importe_editado.
       move tl_interes(idx_linea) to interes_editado.
       move spaces to registro_salida_intereses.
       string codigo of RCliente delimited by size
              "," delimited by size
              nombre_cliente_texto delimited by "  "
              "," delimited by size
              tl_venta(idx_linea) delimited by space
              "," delimited by size
              tl_vto(idx_linea) delimited by size
              "," delimited by size
              tl_factura_anio(idx_linea) delimited by size
              "/" delimited by size
              tl_factura_numero(idx_linea) delimited by size
              "," delimited by size
              tl_fecha_vencimiento(idx_linea) delimited by size
              "," delimited by size
              tl_desde(idx_linea) delimited by size
              "," delimited by size
              tl_hasta(idx_linea) delimited by size
              "," delimited by size
              tl_dias(idx_linea) delimited by size
              "," delimited by size
              importe_editado delimited by size
              "," delimited by size
              interes_editado delimited by size
              "," delimited by size
              situacion_cliente delimited by "  "
         into registro_salida_intereses
       end-string.
       write registro_salida_intereses.

      *Reserva el siguiente numero de la serie anual de notas de
      *cargo, con el mismo patron atomico que las facturas.
       asignar_numero_nota_cargo.
       move 0 to contador_asignado.
       move 0 to reintentos_contador.
       perform until contador_asignado = 1
          or reintentos_contador > 50
           open i-o contador_nota_cargo
           evaluate true
             when ws-estado-contador-nc = "00"
               read contador_nota_cargo
                 at end
                   move proceso_anio to nota_anio
                   move 1 to nota_numero
                   close contador_nota_cargo
                   open output contador_nota_cargo
                   perform montar_contador_nota
                   write registro_contador_nc
                 not at end
                   unstring registro_contador_nc
                       delimited by ","
                     into nota_anio nota_numero
                   end-unstring
                   if nota_anio not = proceso_anio
                       move proceso_anio to nota_anio
                       move 0 to nota_numero
                   end-if
                   add 1 to nota_numero
                   perform montar_contador_nota
                   rewrite registro_contador_nc
               end-read
               close contador_nota_cargo
               move 1 to contador_asignado
             when ws-estado-contador-nc = "35"
               move proceso_anio to nota_anio
               move 1 to nota_numero
               open output contador_nota_cargo
               perform montar_contador_nota
               write registro_contador_nc
               close contador_nota_cargo
               move 1 to contador_asignado
             when other
      *        Contador en uso por otro puesto: se reintenta.
               add 1 to reintentos_contador
           end-evaluate
       end-perform.

      *Monta la linea del contador con la serie y el numero.
       montar_contador_nota.
       move spaces to registro_contador_nc.
       string nota_anio delimited by size
              "," delimited by size
              nota_numero delimited by size
         into registro_contador_nc
       end-string.

      *Apertura de los vencimientos de las ventas.
       copy "parrafo_aplicar_vencimientos.cpy".

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
