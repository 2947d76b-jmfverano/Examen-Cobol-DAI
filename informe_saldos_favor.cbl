       program-id. informe_saldos_favor as "informe_saldos_favor".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero de saldos a favor.
       copy "file_control_saldos_favor.cpy".
      *Utiliza el control del fichero maestro de clientes.
       copy "file_control_clientes.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de salida del informe.
       select salida_saldos_favor
           assign to ".\saldos_favor.csv"
           organization is line sequential.
       data division.
       file section.
      *Utiliza la estructura del fichero de saldos a favor.
       copy "estructura_saldo_favor.cpy".
      *Ulitila la estructura del fichero maestro de clientes.
       copy "estructura_cliente.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       fd salida_saldos_favor
         value of file-id is ".\saldos_favor.csv".
       01 registro_salida_saldos pic x(120).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "informe_saldos_favor".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-saldo-favor pic xx value spaces.
       77 fin_saldos pic 9 value 0.
      *Corte de control por cliente.
       77 hay_corte pic 9 value 0.
       77 cliente_corte pic x(4) value spaces.
       77 abonado_cliente pic s9(11)v99 value 0.
       77 consumido_cliente pic s9(11)v99 value 0.
       77 reembolsado_cliente pic s9(11)v99 value 0.
       77 saldo_cliente pic s9(11)v99 value 0.
       77 ultimo_movimiento pic 9(8) value 0.
      *Totales generales.
       77 total_clientes pic 9(7) value 0.
       77 total_movimientos pic 9(7) value 0.
       77 total_saldo pic s9(11)v99 value 0.
      *Campos de impresion de los importes.
       77 ed_abonado pic -(10)9.99.
       77 ed_consumido pic -(10)9.99.
       77 ed_reembolsado pic -(10)9.99.
       77 ed_saldo pic -(10)9.99.

       procedure division.
       perform iniciar_bitacora.
      *Saldos a favor abiertos: por cada cliente con saldo, lo
      *abonado por rectificativas de ventas cobradas, lo consumido
      *como forma de pago, lo reembolsado, el saldo que se le debe
      *y la fecha de su ultimo movimiento, con el total general.
       open input saldos_favor.
       if ws-estado-saldo-favor not = "00"
           display "No hay saldos a favor anotados."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       open input clientes.
       open output salida_saldos_favor.
       move spaces to registro_salida_saldos.
       string "CLIENTE,NOMBRE,ABONADO,CONSUMIDO,REEMBOLSADO,"
              delimited by size
              "SALDO A FAVOR,ULTIMO MOVIMIENTO" delimited by size
         into registro_salida_saldos
       end-string.
       write registro_salida_saldos.
       move low-values to sf_clave.
       move 0 to fin_saldos.
       start saldos_favor
         key is not less than sf_clave
         invalid key
           move 1 to fin_saldos
       end-start.
       perform until fin_saldos = 1
         read saldos_favor next
           at end
             move 1 to fin_saldos
           not at end
             perform acumular_movimiento_saldo
         end-read
       end-perform.
       if hay_corte = 1
           perform escribir_linea_cliente
       end-if.
       move total_saldo to ed_saldo.
       move spaces to registro_salida_saldos.
       string "TOTAL,,,,," delimited by size
              ed_saldo delimited by size
         into registro_salida_saldos
       end-string.
       write registro_salida_saldos.
       close saldos_favor.
       close clientes.
       close salida_saldos_favor.
       display "Clientes con saldo a favor: " total_clientes.
       move total_clientes to bit_contador_1.
       move total_movimientos to bit_contador_2.
       if total_clientes = 0
           move "SINDATOS" to bit_resultado
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Suma el movimiento a su cliente, cerrando antes el cliente
      *anterior.
       acumular_movimiento_saldo.
       add 1 to total_movimientos.
       if hay_corte = 1 and sf_codigo_cliente not = cliente_corte
           perform escribir_linea_cliente
       end-if.
       if hay_corte = 0 or sf_codigo_cliente not = cliente_corte
           move 1 to hay_corte
           move sf_codigo_cliente to cliente_corte
           move 0 to abonado_cliente
           move 0 to consumido_cliente
           move 0 to reembolsado_cliente
           move 0 to saldo_cliente
           move 0 to ultimo_movimiento
       end-if.
       evaluate true
         when sf_abono
           add sf_importe to abonado_cliente
         when sf_consumo
           subtract sf_importe from consumido_cliente
         when sf_reembolso
           subtract sf_importe from reembolsado_cliente
       end-evaluate.
       add sf_importe to saldo_cliente.
       if sf_fecha > ultimo_movimiento
           move sf_fecha to ultimo_movimiento
       end-if.

      *Escribe la linea del cliente si le queda saldo a favor.
       escribir_linea_cliente.
       if saldo_cliente = 0
           exit paragraph
       end-if.
       add 1 to total_clientes.
       add saldo_cliente to total_saldo.
       move cliente_corte to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           move spaces to nombre of RCliente
           move spaces to apellidos of RCliente
       end-read.
       move abonado_cliente to ed_abonado.
       move consumido_cliente to ed_consumido.
       move reembolsado_cliente to ed_reembolsado.
       move saldo_cliente to ed_saldo.
       move spaces to registro_salida_saldos.
       string cliente_corte delimited by size
              "," delimited by size
              nombre of RCliente delimited by size
              " " delimited by size
              apellidos of RCliente delimited by size
              "," delimited by size
              ed_abonado delimited by size
              "," delimited by size
              ed_consumido delimited by size
              "," delimited by size
              ed_reembolsado delimited by size
              "," delimited by size
              ed_saldo delimited by size
              "," delimited by size
              ultimo_movimiento delimited by size
         into registro_salida_saldos
       end-string.
       write registro_salida_saldos.

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
