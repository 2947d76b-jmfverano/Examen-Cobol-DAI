       program-id. informe_devoluciones as "informe_devoluciones".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero de recibos devueltos.
       copy "file_control_recibos_devueltos.cpy".
      *Utiliza el control del fichero maestro de clientes.
       copy "file_control_clientes.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de trabajo para ordenar por cliente y fichero de
      *salida del informe.
       select ordenacion_devueltos assign to "ordendevr.tmp".
       select salida_devueltos
           assign to ".\recibos_devueltos.csv"
           organization is line sequential.
       data division.
       file section.
      *Utiliza la estructura del fichero de recibos devueltos.
       copy "estructura_recibo_devuelto.cpy".
      *Ulitila la estructura del fichero maestro de clientes.
       copy "estructura_cliente.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       sd ordenacion_devueltos.
       01 registro_orden_devuelto.
          02 orden_rdv_cliente pic x(4).
          02 orden_rdv_fecha pic 9(8).
          02 orden_rdv_importe pic 9(9)v99.
          02 orden_rdv_gastos pic 9(5)v99.
       fd salida_devueltos
         value of file-id is ".\recibos_devueltos.csv".
       01 registro_salida_devueltos pic x(120).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "informe_devoluciones".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-recibos-dev pic xx value spaces.
       77 fin_devueltos pic 9 value 0.
       77 fin_orden pic 9 value 0.
      *Periodo del informe: el anio en curso hasta hoy.
       01 ws-fecha-hoy.
           02 wc-anio-hoy pic 9999.
           02 wc-mes-hoy  pic 99.
           02 wc-dia-hoy  pic 99.
       77 fecha_desde pic 9(8) value 0.
      *Devoluciones por motivo del banco.
       77 num_motivos pic 99 value 0.
       77 idx_motivo pic 99 value 0.
       77 motivo_hallado pic 9 value 0.
       01 tabla_motivos.
          02 motivo_devolucion occurs 30 times.
             03 mt_codigo pic x(4).
             03 mt_recibos pic 9(5).
             03 mt_importe pic 9(11)v99.
             03 mt_gastos pic 9(9)v99.
       77 descripcion_motivo pic x(30) value spaces.
      *Corte de control por cliente.
       77 hay_corte pic 9 value 0.
       77 cliente_corte pic x(4) value spaces.
       77 recibos_cliente pic 9(5) value 0.
       77 importe_cliente pic 9(11)v99 value 0.
       77 gastos_cliente pic 9(9)v99 value 0.
       77 nombre_cliente_dev pic x(15) value spaces.
       77 excluido_cliente_dev pic x value space.
       77 total_recibos pic 9(7) value 0.
       77 total_importe pic 9(11)v99 value 0.
       77 total_gastos pic 9(9)v99 value 0.
       77 total_clientes pic 9(7) value 0.

       procedure division.
       perform iniciar_bitacora.
      *Informe de recibos devueltos por el banco en el anio en
      *curso: primero por motivo de devolucion, con su descripcion,
      *y despues por cliente, con la marca de los que ya estan
      *fuera de las remesas.
       accept ws-fecha-hoy from date yyyymmdd.
       compute fecha_desde = wc-anio-hoy * 10000 + 0101.
       open input recibos_devueltos.
       if ws-estado-recibos-dev not = "00"
           display "No hay recibos devueltos anotados."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       open input clientes.
       initialize tabla_motivos.
       sort ordenacion_devueltos
         on ascending key orden_rdv_cliente
                          orden_rdv_fecha
         input procedure is seleccionar_devueltos
         output procedure is escribir_devueltos.
       close recibos_devueltos.
       close clientes.
       display "Recibos devueltos en el anio: " total_recibos.
       move total_recibos to bit_contador_1.
       move total_clientes to bit_contador_2.
       if total_recibos = 0
           move "SINDATOS" to bit_resultado
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Libera las devoluciones del periodo y las suma a su motivo.
       seleccionar_devueltos.
       move low-values to rdv_clave.
       move 0 to fin_devueltos.
       start recibos_devueltos
         key is not less than rdv_clave
         invalid key
           move 1 to fin_devueltos
       end-start.
       perform until fin_devueltos = 1
         read recibos_devueltos next
           at end
             move 1 to fin_devueltos
           not at end
             if rdv_fecha not < fecha_desde
                 perform acumular_motivo
                 move rdv_codigo_cliente to orden_rdv_cliente
                 move rdv_fecha to orden_rdv_fecha
                 move rdv_importe to orden_rdv_importe
                 move rdv_gastos to orden_rdv_gastos
                 release registro_orden_devuelto
             end-if
         end-read
       end-perform.

      *Suma la devolucion leida a la entrada de su motivo.
       acumular_motivo.
       move 0 to motivo_hallado.
       perform varying idx_motivo from 1 by 1
         until idx_motivo > num_motivos or motivo_hallado = 1
           if mt_codigo(idx_motivo) = rdv_motivo
               move 1 to motivo_hallado
           end-if
       end-perform.
       if motivo_hallado = 1
           subtract 1 from idx_motivo
       else
           if num_motivos < 30
               add 1 to num_motivos
               move num_motivos to idx_motivo
               move rdv_motivo to mt_codigo(idx_motivo)
           else
               move 30 to idx_motivo
           end-if
       end-if.
       add 1 to mt_recibos(idx_motivo).
       add rdv_importe to mt_importe(idx_motivo).
       add rdv_gastos to mt_gastos(idx_motivo).

      *Escribe la seccion por motivo y despues la de clientes con
      *su corte de control.
       escribir_devueltos.
       open output salida_devueltos.
       move "MOTIVO,DESCRIPCION,RECIBOS,IMPORTE,GASTOS"
         to registro_salida_devueltos.
       write registro_salida_devueltos.
       perform varying idx_motivo from 1 by 1
         until idx_motivo > num_motivos
           perform escribir_linea_motivo
       end-perform.
       move "CLIENTE,NOMBRE,RECIBOS,IMPORTE,GASTOS,EXCLUIDO REMESAS"
         to registro_salida_devueltos.
       write registro_salida_devueltos.
       move 0 to hay_corte.
       move 0 to fin_orden.
       perform until fin_orden = 1
           return ordenacion_devueltos
             at end
               move 1 to fin_orden
             not at end
               if hay_corte = 0
                  or orden_rdv_cliente not = cliente_corte
                   if hay_corte = 1
                       perform escribir_linea_cliente
                   end-if
                   move 1 to hay_corte
                   move orden_rdv_cliente to cliente_corte
                   move 0 to recibos_cliente
                   move 0 to importe_cliente
                   move 0 to gastos_cliente
               end-if
               add 1 to recibos_cliente
               add orden_rdv_importe to importe_cliente
               add orden_rdv_gastos to gastos_cliente
           end-return
       end-perform.
       if hay_corte = 1
           perform escribir_linea_cliente
       end-if.
       move spaces to registro_salida_devueltos.
       string "TOTAL," delimited by size
              wc-anio-hoy delimited by size
              "," delimited by size
              total_recibos delimited by size
              "," delimited by size
              total_importe delimited by size
              "," delimited by size
              total_gastos delimited by size
         into registro_salida_devueltos
       end-string.
       write registro_salida_devueltos.
       close salida_devueltos.

      *Linea de un motivo con la descripcion de los codigos mas
      *habituales del banco.
       escribir_linea_motivo.
       evaluate mt_codigo(idx_motivo)
         when "AM04"
           move "Saldo insuficiente" to descripcion_motivo
         when "AC04"
           move "Cuenta cancelada" to descripcion_motivo
         when "AC06"
           move "Cuenta bloqueada" to descripcion_motivo
         when "MD01"
           move "Sin mandato" to descripcion_motivo
         when "MD06"
           move "Reembolso pedido por el deudor"
             to descripcion_motivo
         when "MS02"
           move "Rechazado por el deudor" to descripcion_motivo
         when "MS03"
           move "Motivo no indicado" to descripcion_motivo
         when other
           move "Otro motivo" to descripcion_motivo
       end-evaluate.
       move spaces to registro_salida_devueltos.
       string mt_codigo(idx_motivo) delimited by size
              "," delimited by size
              descripcion_motivo delimited by size
              "," delimited by size
              mt_recibos(idx_motivo) delimited by size
              "," delimited by size
              mt_importe(idx_motivo) delimited by size
              "," delimited by size
              mt_gastos(idx_motivo) delimited by size
         into registro_salida_devueltos
       end-string.
       write registro_salida_devueltos.

      *Linea del cliente que termina, con su nombre y si esta
      *fuera de las remesas.
       escribir_linea_cliente.
       add 1 to total_clientes.
       add recibos_cliente to total_recibos.
       add importe_cliente to total_importe.
       add gastos_cliente to total_gastos.
       move spaces to nombre_cliente_dev.
       move "N" to excluido_cliente_dev.
       move cliente_corte to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           continue
         not invalid key
           move nombre of RCliente to nombre_cliente_dev
           if cliente_excluido_remesa
               move "S" to excluido_cliente_dev
           end-if
       end-read.
       move spaces to registro_salida_devueltos.
       string cliente_corte delimited by size
              "," delimited by size
              nombre_cliente_dev delimited by size
              "," delimited by size
              recibos_cliente delimited by size
              "," delimited by size
              importe_cliente delimited by size
              "," delimited by size
              gastos_cliente delimited by size
              "," delimited by size
              excluido_cliente_dev delimited by size
         into registro_salida_devueltos
       end-string.
       write registro_salida_devueltos.

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
