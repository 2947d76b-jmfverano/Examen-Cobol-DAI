       program-id. informe_envios_directos
           as "informe_envios_directos".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero de lineas de envio directo.
       copy "file_control_ventas_directas.cpy".
      *Utiliza el control de los ficheros de pedidos de compra.
       copy "file_control_pedidos_compra.cpy".
      *Utiliza el control de los ficheros de proveedores.
       copy "file_control_proveedores.cpy".
      *Utiliza el control del fichero maestro de clientes.
       copy "file_control_clientes.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de salida del informe.
       select salida_envios_directos
           assign to ".\envios_directos.csv"
           organization is line sequential.
       data division.
       file section.
      *Utiliza la estructura del fichero de lineas de envio directo.
       copy "estructura_venta_directa.cpy".
      *Utiliza la estructura de los ficheros de pedidos de compra.
       copy "estructura_pedido_compra.cpy".
      *Utiliza la estructura de los ficheros de proveedores.
       copy "estructura_proveedor.cpy".
      *Ulitila la estructura del fichero maestro de clientes.
       copy "estructura_cliente.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       fd salida_envios_directos
         value of file-id is ".\envios_directos.csv".
       01 registro_salida_directos pic x(250).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "informe_envios_directos".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-ventas-directas pic xx value spaces.
       77 ws-estado-ped-compra pic xx value spaces.
       77 ws-estado-ped-compra-det pic xx value spaces.
       77 ws-estado-contador-pco pic xx value spaces.
       77 ws-estado-proveedores pic xx value spaces.
       77 ws-estado-art-prov pic xx value spaces.
       77 fin_directas pic 9 value 0.
       77 estado_pedido_texto pic x(12) value spaces.
       77 nombre_cliente_texto pic x(41) value spaces.
       77 coste_editado pic z(6)9.99.
       77 total_pendientes pic 9(7) value 0.
       77 total_por_aprobar pic 9(7) value 0.

       procedure division.
       perform iniciar_bitacora.
      *Lineas de venta de envio directo que esperan a que el
      *proveedor confirme el envio al cliente, con el estado de su
      *pedido de compra: las de pedidos pendientes de aprobacion o
      *rechazados no le han llegado todavia al proveedor.
       open input ventas_directas.
       if ws-estado-ventas-directas not = "00"
           display "No hay ventas de envio directo."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       open input pedidos_compra.
       open input proveedores.
       open input clientes.
       open output salida_envios_directos.
       move spaces to registro_salida_directos.
       string "VENTA,LINEA,FECHA,CLIENTE,NOMBRE,ARTICULO,UNIDADES,"
              delimited by size
              "PROVEEDOR,NOMBRE PROVEEDOR,PEDIDO,ESTADO PEDIDO,COSTE"
              delimited by size
         into registro_salida_directos
       end-string.
       write registro_salida_directos.
       move low-values to vd_clave.
       move 0 to fin_directas.
       start ventas_directas
         key is not less than vd_clave
         invalid key
           move 1 to fin_directas
       end-start.
       perform until fin_directas = 1
         read ventas_directas next
           at end
             move 1 to fin_directas
           not at end
             if directa_pendiente
                 perform escribir_linea_directa
             end-if
         end-read
       end-perform.
       close ventas_directas.
       close pedidos_compra.
       close proveedores.
       close clientes.
       close salida_envios_directos.
       display "Envios directos sin confirmar: " total_pendientes.
       display "De ellos, con pedido sin aprobar: "
           total_por_aprobar.
       move total_pendientes to bit_contador_1.
       move total_por_aprobar to bit_contador_2.
       if total_pendientes = 0
           move "SINDATOS" to bit_resultado
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Escribe la linea pendiente con el nombre del cliente, el del
      *proveedor y el estado de su pedido de compra.
       escribir_linea_directa.
       add 1 to total_pendientes.
       move "SIN PEDIDO" to estado_pedido_texto.
       if vd_pedido_compra not = 0
           move vd_pedido_compra to pco_numero
           read pedidos_compra
             key is pco_numero
             invalid key
               continue
             not invalid key
               evaluate true
                 when pedido_compra_abierto
                   move "ABIERTO" to estado_pedido_texto
                 when pedido_compra_por_aprobar
                   move "POR APROBAR" to estado_pedido_texto
                   add 1 to total_por_aprobar
                 when pedido_compra_rechazado
                   move "RECHAZADO" to estado_pedido_texto
                   add 1 to total_por_aprobar
                 when other
                   move "CERRADO" to estado_pedido_texto
               end-evaluate
           end-read
       end-if.
       move spaces to nombre_cliente_texto.
       move vd_codigo_cliente to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           continue
         not invalid key
           string nombre of RCliente delimited by "  "
                  " " delimited by size
                  apellidos of RCliente delimited by "  "
             into nombre_cliente_texto
           end-string
       end-read.
       move spaces to prov_nombre.
       move vd_codigo_proveedor to prov_codigo.
       read proveedores
         key is prov_codigo
         invalid key
           continue
       end-read.
       move vd_coste to coste_editado.
       move spaces to registro_salida_directos.
       string vd_codigo_venta delimited by space
              "," delimited by size
              vd_numero_linea delimited by size
              "," delimited by size
              vd_fecha_alta delimited by size
              "," delimited by size
              vd_codigo_cliente delimited by size
              "," delimited by size
              nombre_cliente_texto delimited by "  "
              "," delimited by size
              vd_codigo_articulo delimited by size
              "," delimited by size
              vd_unidades delimited by size
              "," delimited by size
              vd_codigo_proveedor delimited by size
              "," delimited by size
              prov_nombre delimited by "  "
              "," delimited by size
              vd_pedido_compra delimited by size
              "," delimited by size
              estado_pedido_texto delimited by "  "
              "," delimited by size
              coste_editado delimited by size
         into registro_salida_directos
       end-string.
       write registro_salida_directos.

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
