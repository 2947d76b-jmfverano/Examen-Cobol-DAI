       program-id. pagar_proveedores as "pagar_proveedores".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control de los ficheros de proveedores.
       copy "file_control_proveedores.cpy".
      *Utiliza el control del fichero de facturas de proveedor.
       copy "file_control_facturas_proveedor.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Propuesta de pagos aceptada: el mismo fichero que escribe la
      *propuesta, del que se han quitado las facturas que no se
      *pagan. Salen el fichero de transferencias SEPA para el banco
      *y los avisos de pago que se envian a cada proveedor.
       select propuesta_aceptada
           assign to ".\propuesta_pagos.csv"
           organization is line sequential
           file status is ws-estado-propuesta.
       select salida_sepa
           assign to ".\transferencias_sepa.xml"
           organization is line sequential.
       select avisos_pago
           assign to ".\avisos_pago.txt"
           organization is line sequential.
      *Utiliza el control de la cola de correo saliente.
       copy "file_control_cola_correo.cpy".
       data division.
       file section.
      *Utiliza la estructura de los ficheros de proveedores.
       copy "estructura_proveedor.cpy".
      *Utiliza la estructura del fichero de facturas de proveedor.
       copy "estructura_factura_proveedor.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       fd propuesta_aceptada
         value of file-id is ".\propuesta_pagos.csv".
      *Linea de factura de la propuesta, con los campos en sus
      *posiciones fijas separadas por comas.
       01 linea_propuesta.
          02 lp_proveedor pic x(4).
          02 filler       pic x.
          02 lp_nombre    pic x(25).
          02 filler       pic x.
          02 lp_numero    pic x(15).
          02 filler       pic x.
          02 lp_fecha     pic x(8).
          02 filler       pic x.
          02 lp_importe   pic x(11).
          02 filler       pic x(53).
       fd salida_sepa
         value of file-id is ".\transferencias_sepa.xml".
       01 registro_sepa pic x(200).
       fd avisos_pago
         value of file-id is ".\avisos_pago.txt".
       01 registro_aviso pic x(80).
      *Utiliza la estructura de la cola de correo saliente.
       copy "estructura_cola_correo.cpy".
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "pagar_proveedores".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-proveedores pic xx value spaces.
       77 ws-estado-art-prov pic xx value spaces.
       77 ws-estado-fact-prov pic xx value spaces.
       77 ws-estado-propuesta pic xx value spaces.
       77 fin_propuesta pic 9 value 0.
       77 confirma_pago pic x value space.
      *Tiempo de espera y lectura del fichero central de parametros.
       77 ws-tiempo-espera pic 9(8) value 180000.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
      *Fecha y hora del proceso, tambien en formato ISO.
       01 fecha_proceso pic 9(8) value 0.
       01 fecha_proceso_det redefines fecha_proceso.
          02 proceso_anio pic 9(4).
          02 proceso_mes  pic 99.
          02 proceso_dia  pic 99.
       01 hora_proceso pic 9(8) value 0.
       01 hora_proceso_det redefines hora_proceso.
          02 proceso_hora    pic 99.
          02 proceso_minuto  pic 99.
          02 proceso_segundo pic 99.
          02 filler          pic 99.
       01 fecha_iso.
          02 fi_anio pic 9(4).
          02 filler  pic x value "-".
          02 fi_mes  pic 99.
          02 filler  pic x value "-".
          02 fi_dia  pic 99.
       77 id_mensaje pic x(35) value spaces.
      *Facturas aceptadas y pagables, retenidas hasta confirmar.
       77 num_pagos pic 9(3) value 0.
       77 idx_pago pic 9(3) value 0.
       77 maximo_pagos pic 9(3) value 500.
       77 pago_repetido pic 9 value 0.
       01 tabla_pagos.
          02 pago_factura occurs 500 times.
             03 tp_proveedor pic x(4).
             03 tp_numero pic x(15).
             03 tp_fecha pic 9(8).
             03 tp_importe pic 9(9)v99.
      *Una transferencia por proveedor, con el total de sus
      *facturas.
       77 num_beneficiarios pic 9(3) value 0.
       77 idx_beneficiario pic 9(3) value 0.
       77 maximo_beneficiarios pic 9(3) value 200.
       77 beneficiario_hallado pic 9 value 0.
       01 tabla_beneficiarios.
          02 beneficiario occurs 200 times.
             03 tb_proveedor pic x(4).
             03 tb_nombre pic x(25).
             03 tb_iban pic x(34).
             03 tb_bic pic x(11).
             03 tb_email pic x(40).
             03 tb_total pic 9(11)v99.
             03 tb_facturas pic 9(3).
       77 total_pagos pic 9(13)v99 value 0.
       77 facturas_rechazadas pic 9(7) value 0.
      *Importes y textos del fichero SEPA.
       77 importe_sepa pic 9(13)v99 value 0.
       77 importe_sepa_ed pic z(12)9.99.
       77 importe_sepa_texto pic x(16) value spaces.
       77 posicion_sepa pic 99 value 0.
       77 nombre_sepa pic x(40) value spaces.
       77 concepto_sepa pic x(140) value spaces.
       77 puntero_concepto pic 9(3) value 0.
       77 ed_num_pagos pic zz9.
       77 num_pagos_texto pic x(3) value spaces.
      *Lineas de los avisos de pago.
       77 ed_fecha_aviso pic x(10) value spaces.
       77 ed_importe_aviso pic z(8)9.99.
       77 ed_total_aviso pic z(10)9.99.

      *Campos de la cola de correo saliente.
       copy "ws_cola_correo.cpy".
       procedure division.
       perform iniciar_bitacora.
       perform leer_parametros.
      *Ejecucion de los pagos a proveedores: toma las facturas que
      *siguen en la propuesta aceptada, comprueba que siguen
      *conformes y sin pagar y que el proveedor tiene cuenta, escribe
      *el fichero de transferencias SEPA con una transferencia por
      *proveedor y, cuando el operador confirma el envio al banco,
      *marca las facturas pagadas con la fecha del proceso y escribe
      *el aviso de pago de cada proveedor con las facturas pagadas.
       accept fecha_proceso from DATE YYYYMMDD.
       accept hora_proceso from TIME.
       if parametros_leidos = 0 or par_iban_empresa = spaces
           display "Falta la cuenta IBAN de la empresa en parametros."
           move "ERROR" to bit_resultado
           move 8 to return-code
           perform grabar_bitacora
           exit program
       end-if.
       open input propuesta_aceptada.
       if ws-estado-propuesta not = "00"
           display "No hay propuesta de pagos que ejecutar."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       open i-o facturas_proveedor.
       open input proveedores.
       perform seleccionar_pagos.
       close propuesta_aceptada.
       if num_pagos = 0
           display "Ninguna factura de la propuesta se puede pagar."
           move "SINDATOS" to bit_resultado
       else
           perform escribir_fichero_sepa
           display "Transferencias: " num_beneficiarios
           display "Facturas pagadas: " num_pagos
           display "Importe total: " total_pagos
           display "Confirmar el envio de las transferencias (S/N)? "
             with no advancing
           accept confirma_pago
           if confirma_pago = 'S' or confirma_pago = 's'
               perform marcar_facturas_pagadas
               perform escribir_avisos_pago
               display "Facturas marcadas pagadas y avisos escritos."
               display "Avisos sin direccion de correo: "
                   mensajes_sin_direccion
               move "OK" to bit_resultado
           else
               display "Fichero escrito sin confirmar el pago."
               move "SINCONF" to bit_resultado
           end-if
       end-if.
       if facturas_rechazadas > 0
           display "Facturas de la propuesta no pagables: "
               facturas_rechazadas
       end-if.
       close facturas_proveedor.
       close proveedores.
       move num_pagos to bit_contador_1.
       move facturas_rechazadas to bit_contador_2.
       perform grabar_bitacora.
       exit program.

      *Lee las lineas de factura de la propuesta aceptada; la
      *cabecera y las lineas de totales no llevan fecha.
       seleccionar_pagos.
       move 0 to fin_propuesta.
       perform until fin_propuesta = 1
           read propuesta_aceptada
             at end
               move 1 to fin_propuesta
             not at end
               if lp_fecha is numeric
                   perform evaluar_factura_propuesta
               end-if
           end-read
       end-perform.

      *Retiene la factura si sigue conforme y sin pagar y su
      *proveedor tiene cuenta; si no, la cuenta como rechazada.
       evaluar_factura_propuesta.
       move lp_proveedor to fpr_codigo_proveedor.
       move lp_numero to fpr_numero.
       read facturas_proveedor
         key is fpr_clave
         invalid key
           display "Factura no encontrada: " lp_proveedor " "
               lp_numero
           add 1 to facturas_rechazadas
         not invalid key
           if not factura_prov_conforme
              or factura_prov_abono
               display "Factura no conforme o ya pagada: "
                   lp_proveedor " " lp_numero
               add 1 to facturas_rechazadas
           else
               perform retener_pago
           end-if
       end-read.

      *Anota la factura en la transferencia de su proveedor.
       retener_pago.
       move 0 to pago_repetido.
       perform varying idx_pago from 1 by 1
         until idx_pago > num_pagos
           if tp_proveedor(idx_pago) = fpr_codigo_proveedor
              and tp_numero(idx_pago) = fpr_numero
               move 1 to pago_repetido
           end-if
       end-perform.
       if pago_repetido = 1
           exit paragraph
       end-if.
       perform buscar_beneficiario.
       if beneficiario_hallado = 0
           add 1 to facturas_rechazadas
           exit paragraph
       end-if.
       if num_pagos not < maximo_pagos
           display "Demasiadas facturas; queda fuera: "
               fpr_codigo_proveedor " " fpr_numero
           add 1 to facturas_rechazadas
           exit paragraph
       end-if.
       add 1 to num_pagos.
       move fpr_codigo_proveedor to tp_proveedor(num_pagos).
       move fpr_numero to tp_numero(num_pagos).
       move fpr_fecha to tp_fecha(num_pagos).
       move fpr_importe to tp_importe(num_pagos).
       add fpr_importe to tb_total(idx_beneficiario).
       add 1 to tb_facturas(idx_beneficiario).
       add fpr_importe to total_pagos.

      *Localiza la transferencia del proveedor de la factura o la
      *abre con la cuenta de su ficha; sin IBAN no se le puede pagar.
       buscar_beneficiario.
       move 0 to beneficiario_hallado.
       perform varying idx_beneficiario from 1 by 1
         until idx_beneficiario > num_beneficiarios
            or beneficiario_hallado = 1
           if tb_proveedor(idx_beneficiario) = fpr_codigo_proveedor
               move 1 to beneficiario_hallado
           end-if
       end-perform.
       if beneficiario_hallado = 1
           subtract 1 from idx_beneficiario
           exit paragraph
       end-if.
       move fpr_codigo_proveedor to prov_codigo.
       read proveedores
         key is prov_codigo
         invalid key
           display "Proveedor no encontrado: " fpr_codigo_proveedor
           exit paragraph
       end-read.
       if prov_iban = spaces
           display "Proveedor sin IBAN: " fpr_codigo_proveedor
           exit paragraph
       end-if.
       if num_beneficiarios not < maximo_beneficiarios
           display "Demasiados proveedores; queda fuera: "
               fpr_codigo_proveedor
           exit paragraph
       end-if.
       add 1 to num_beneficiarios.
       move num_beneficiarios to idx_beneficiario.
       move prov_codigo to tb_proveedor(idx_beneficiario).
       move prov_nombre to tb_nombre(idx_beneficiario).
       move prov_iban to tb_iban(idx_beneficiario).
       move prov_bic to tb_bic(idx_beneficiario).
       move prov_email to tb_email(idx_beneficiario).
       move 0 to tb_total(idx_beneficiario).
       move 0 to tb_facturas(idx_beneficiario).
       move 1 to beneficiario_hallado.

      *Escribe el fichero de transferencias en el formato de orden
      *de transferencia SEPA (pain.001.001.03): la cabecera del
      *mensaje, un bloque de pago desde la cuenta de la empresa y
      *una transferencia por proveedor.
       escribir_fichero_sepa.
       open output salida_sepa.
       move proceso_anio to fi_anio.
       move proceso_mes to fi_mes.
       move proceso_dia to fi_dia.
       move spaces to id_mensaje.
       string "PAGOS-" delimited by size
              fecha_proceso delimited by size
              "-" delimited by size
              hora_proceso(1:6) delimited by size
         into id_mensaje
       end-string.
       move num_beneficiarios to ed_num_pagos.
       move 0 to posicion_sepa.
       inspect ed_num_pagos tallying posicion_sepa for leading spaces.
       add 1 to posicion_sepa.
       move ed_num_pagos(posicion_sepa:) to num_pagos_texto.
       move total_pagos to importe_sepa.
       perform formatear_importe_sepa.
       move par_razon_social to nombre_sepa.
       perform limpiar_nombre_sepa.
       move '<?xml version="1.0" encoding="UTF-8"?>' to registro_sepa.
       write registro_sepa.
       move spaces to registro_sepa.
       string '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                delimited by size
              'pain.001.001.03">' delimited by size
         into registro_sepa
       end-string.
       write registro_sepa.
       move "<CstmrCdtTrfInitn>" to registro_sepa.
       write registro_sepa.
       move "<GrpHdr>" to registro_sepa.
       write registro_sepa.
       move spaces to registro_sepa.
       string "<MsgId>" delimited by size
              id_mensaje delimited by space
              "</MsgId>" delimited by size
         into registro_sepa
       end-string.
       write registro_sepa.
       move spaces to registro_sepa.
       string "<CreDtTm>" delimited by size
              fecha_iso delimited by size
              "T" delimited by size
              proceso_hora delimited by size
              ":" delimited by size
              proceso_minuto delimited by size
              ":" delimited by size
              proceso_segundo delimited by size
              "</CreDtTm>" delimited by size
         into registro_sepa
       end-string.
       write registro_sepa.
       perform escribir_totales_sepa.
       move spaces to registro_sepa.
       string "<InitgPty><Nm>" delimited by size
              nombre_sepa delimited by "  "
              "</Nm></InitgPty>" delimited by size
         into registro_sepa
       end-string.
       write registro_sepa.
       move "</GrpHdr>" to registro_sepa.
       write registro_sepa.
       move "<PmtInf>" to registro_sepa.
       write registro_sepa.
       move spaces to registro_sepa.
       string "<PmtInfId>" delimited by size
              id_mensaje delimited by space
              "</PmtInfId>" delimited by size
         into registro_sepa
       end-string.
       write registro_sepa.
       move "<PmtMtd>TRF</PmtMtd>" to registro_sepa.
       write registro_sepa.
       perform escribir_totales_sepa.
       move "<PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl></PmtTpInf>"
         to registro_sepa.
       write registro_sepa.
       move spaces to registro_sepa.
       string "<ReqdExctnDt>" delimited by size
              fecha_iso delimited by size
              "</ReqdExctnDt>" delimited by size
         into registro_sepa
       end-string.
       write registro_sepa.
       move spaces to registro_sepa.
       string "<Dbtr><Nm>" delimited by size
              nombre_sepa delimited by "  "
              "</Nm></Dbtr>" delimited by size
         into registro_sepa
       end-string.
       write registro_sepa.
       move spaces to registro_sepa.
       string "<DbtrAcct><Id><IBAN>" delimited by size
              par_iban_empresa delimited by space
              "</IBAN></Id></DbtrAcct>" delimited by size
         into registro_sepa
       end-string.
       write registro_sepa.
       move spaces to registro_sepa.
       if par_bic_empresa = spaces
           string "<DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED"
                    delimited by size
                  "</Id></Othr></FinInstnId></DbtrAgt>"
                    delimited by size
             into registro_sepa
           end-string
       else
           string "<DbtrAgt><FinInstnId><BIC>" delimited by size
                  par_bic_empresa delimited by space
                  "</BIC></FinInstnId></DbtrAgt>" delimited by size
             into registro_sepa
           end-string
       end-if.
       write registro_sepa.
       move "<ChrgBr>SLEV</ChrgBr>" to registro_sepa.
       write registro_sepa.
       perform varying idx_beneficiario from 1 by 1
         until idx_beneficiario > num_beneficiarios
           perform escribir_transferencia_sepa
       end-perform.
       move "</PmtInf>" to registro_sepa.
       write registro_sepa.
       move "</CstmrCdtTrfInitn>" to registro_sepa.
       write registro_sepa.
       move "</Document>" to registro_sepa.
       write registro_sepa.
       close salida_sepa.

      *Numero de transferencias y suma de control del mensaje, que
      *se repiten en la cabecera y en el bloque de pago.
       escribir_totales_sepa.
       move spaces to registro_sepa.
       string "<NbOfTxs>" delimited by size
              num_pagos_texto delimited by space
              "</NbOfTxs>" delimited by size
              "<CtrlSum>" delimited by size
              importe_sepa_texto delimited by space
              "</CtrlSum>" delimited by size
         into registro_sepa
       end-string.
       write registro_sepa.

      *Transferencia al proveedor por el total de sus facturas, con
      *sus numeros en el concepto.
       escribir_transferencia_sepa.
       move tb_total(idx_beneficiario) to importe_sepa.
       perform formatear_importe_sepa.
       move tb_nombre(idx_beneficiario) to nombre_sepa.
       perform limpiar_nombre_sepa.
       perform montar_concepto_sepa.
       move "<CdtTrfTxInf>" to registro_sepa.
       write registro_sepa.
       move spaces to registro_sepa.
       string "<PmtId><EndToEndId>" delimited by size
              id_mensaje delimited by space
              "-" delimited by size
              tb_proveedor(idx_beneficiario) delimited by space
              "</EndToEndId></PmtId>" delimited by size
         into registro_sepa
       end-string.
       write registro_sepa.
       move spaces to registro_sepa.
       string '<Amt><InstdAmt Ccy="EUR">' delimited by size
              importe_sepa_texto delimited by space
              "</InstdAmt></Amt>" delimited by size
         into registro_sepa
       end-string.
       write registro_sepa.
       if tb_bic(idx_beneficiario) not = spaces
           move spaces to registro_sepa
           string "<CdtrAgt><FinInstnId><BIC>" delimited by size
                  tb_bic(idx_beneficiario) delimited by space
                  "</BIC></FinInstnId></CdtrAgt>" delimited by size
             into registro_sepa
           end-string
           write registro_sepa
       end-if.
       move spaces to registro_sepa.
       string "<Cdtr><Nm>" delimited by size
              nombre_sepa delimited by "  "
              "</Nm></Cdtr>" delimited by size
         into registro_sepa
       end-string.
       write registro_sepa.
       move spaces to registro_sepa.
       string "<CdtrAcct><Id><IBAN>" delimited by size
              tb_iban(idx_beneficiario) delimited by space
              "</IBAN></Id></CdtrAcct>" delimited by size
         into registro_sepa
       end-string.
       write registro_sepa.
       move spaces to registro_sepa.
       string "<RmtInf><Ustrd>" delimited by size
              concepto_sepa delimited by "  "
              "</Ustrd></RmtInf>" delimited by size
         into registro_sepa
       end-string.
       write registro_sepa.
       move "</CdtTrfTxInf>" to registro_sepa.
       write registro_sepa.

      *Concepto de la transferencia: "Facturas" seguido de los
      *numeros pagados, hasta donde quepan.
       montar_concepto_sepa.
       move spaces to concepto_sepa.
       move "Facturas" to concepto_sepa.
       move 9 to puntero_concepto.
       perform varying idx_pago from 1 by 1
         until idx_pago > num_pagos
           if tp_proveedor(idx_pago) = tb_proveedor(idx_beneficiario)
               string " " delimited by size
                      tp_numero(idx_pago) delimited by space
                 into concepto_sepa
                 with pointer puntero_concepto
                 on overflow
                   continue
               end-string
           end-if
       end-perform.
       inspect concepto_sepa converting "&<>" to "+()".

      *Deja el importe con el punto decimal y sin ceros a la
      *izquierda, como lo pide el formato.
       formatear_importe_sepa.
       move importe_sepa to importe_sepa_ed.
       move 0 to posicion_sepa.
       inspect importe_sepa_ed tallying posicion_sepa
           for leading spaces.
       add 1 to posicion_sepa.
       move spaces to importe_sepa_texto.
       move importe_sepa_ed(posicion_sepa:) to importe_sepa_texto.

      *Cambia los caracteres que no admite el formato en los
      *nombres.
       limpiar_nombre_sepa.
       inspect nombre_sepa converting "&<>" to "+()".

      *Marca cada factura pagada con la fecha del proceso.
       marcar_facturas_pagadas.
       perform varying idx_pago from 1 by 1
         until idx_pago > num_pagos
           move tp_proveedor(idx_pago) to fpr_codigo_proveedor
           move tp_numero(idx_pago) to fpr_numero
           read facturas_proveedor
             key is fpr_clave
             invalid key
               continue
             not invalid key
               set factura_prov_pagada to true
               move fecha_proceso to fpr_fecha_pago
               rewrite RFacturaProveedor
                 invalid key
                   continue
               end-rewrite
           end-read
       end-perform.

      *Escribe el aviso de pago de cada proveedor con las facturas
      *que cubre la transferencia.
       escribir_avisos_pago.
       open output avisos_pago.
       move spaces to ed_fecha_aviso.
       string proceso_dia delimited by size
              "/" delimited by size
              proceso_mes delimited by size
              "/" delimited by size
              proceso_anio delimited by size
         into ed_fecha_aviso
       end-string.
       perform varying idx_beneficiario from 1 by 1
         until idx_beneficiario > num_beneficiarios
           perform escribir_aviso_proveedor
       end-perform.
       close avisos_pago.

      *Aviso de pago de un proveedor.
       escribir_aviso_proveedor.
       move spaces to registro_aviso.
       string "AVISO DE PAGO - " delimited by size
              par_razon_social delimited by "  "
         into registro_aviso
       end-string.
       write registro_aviso.
       move spaces to registro_aviso.
       string "Proveedor: " delimited by size
              tb_proveedor(idx_beneficiario) delimited by size
              " " delimited by size
              tb_nombre(idx_beneficiario) delimited by size
         into registro_aviso
       end-string.
       write registro_aviso.
       move spaces to registro_aviso.
       string "Transferencia del " delimited by size
              ed_fecha_aviso delimited by size
              " a la cuenta " delimited by size
              tb_iban(idx_beneficiario) delimited by space
         into registro_aviso
       end-string.
       write registro_aviso.
       move spaces to registro_aviso.
       write registro_aviso.
       move "Factura          Fecha          Importe"
         to registro_aviso.
       write registro_aviso.
       perform varying idx_pago from 1 by 1
         until idx_pago > num_pagos
           if tp_proveedor(idx_pago) = tb_proveedor(idx_beneficiario)
               move tp_importe(idx_pago) to ed_importe_aviso
               move spaces to registro_aviso
               string tp_numero(idx_pago) delimited by size
                      "  " delimited by size
                      tp_fecha(idx_pago)(7:2) delimited by size
                      "/" delimited by size
                      tp_fecha(idx_pago)(5:2) delimited by size
                      "/" delimited by size
                      tp_fecha(idx_pago)(1:4) delimited by size
                      "  " delimited by size
                      ed_importe_aviso delimited by size
                 into registro_aviso
               end-string
               write registro_aviso
           end-if
       end-perform.
       move tb_total(idx_beneficiario) to ed_total_aviso.
       move spaces to registro_aviso.
       string "Total transferido:         " delimited by size
              ed_total_aviso delimited by size
         into registro_aviso
       end-string.
       write registro_aviso.
       move all "-" to registro_aviso.
       write registro_aviso.
       perform encolar_aviso_proveedor.

      *Deja el aviso de pago en la cola de correo, a la direccion
      *de compras del proveedor.
       encolar_aviso_proveedor.
       move "P" to correo_tipo_interlocutor.
       move tb_proveedor(idx_beneficiario) to correo_interlocutor.
       move tb_email(idx_beneficiario) to correo_destinatario.
       move "AVISO PAGO" to correo_tipo_documento.
       move spaces to correo_referencia.
       string fecha_proceso delimited by size
              "/" delimited by size
              tb_proveedor(idx_beneficiario) delimited by size
         into correo_referencia
       end-string.
       move spaces to correo_asunto.
       string "Aviso de pago - transferencia del " delimited by size
              ed_fecha_aviso delimited by size
         into correo_asunto
       end-string.
       move "avisos_pago.txt" to correo_fichero.
       perform encolar_documento.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".

      *Cola de correo saliente de documentos.
       copy "parrafo_cola_correo.cpy".
