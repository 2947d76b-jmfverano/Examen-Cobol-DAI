       copy "file_control_presupuestos.cpy".
      *Utiliza el control de los ficheros de pedidos externos.
       copy "file_control_pedidos.cpy".
      *Utiliza el control del fichero de direcciones de entrega.
       copy "file_control_direcciones_entrega.cpy".
      *Utiliza el control del fichero de contactos con clientes.
       copy "file_control_contactos_clientes.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero maestro de empresas.
       copy "file_control_empresas.cpy".
      *Registro de auditoria de la fusion, una linea por registro
      *recodificado.
       select salida_fusion
       copy "estructura_presupuesto.cpy".
      *Utiliza la estructura de los ficheros de pedidos externos.
       copy "estructura_pedido.cpy".
      *Utiliza la estructura del fichero de direcciones de entrega.
       copy "estructura_direccion_entrega.cpy".
      *Utiliza la estructura del fichero de contactos con clientes.
       copy "estructura_contacto_cliente.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero maestro de empresas.
       copy "estructura_empresa.cpy".
       fd salida_fusion
         value of file-id is ".\fusion_clientes.csv".
       01 registro_salida_fusion pic x(80).
       77 maximo_ventas_dup pic 9(3) value 500.
       01 tabla_ventas_dup.
          02 venta_dup occurs 500 times.
             03 vd_codigo pic x(8).
      *Direcciones de entrega del duplicado: se retienen y pasan al
      *superviviente detras de las suyas, y la tabla de numeros
      *nuevos traduce la direccion de sus ventas y pedidos (cero si
      *el superviviente ya no tiene numeros libres).
       77 ws-estado-direcciones pic xx value spaces.
       77 num_direcciones_dup pic 99 value 0.
       77 idx_direccion_dup pic 99 value 0.
       77 ultima_direccion_superviviente pic 99 value 0.
       01 tabla_direcciones_dup.
          02 direccion_dup occurs 99 times.
             03 dd_registro pic x(87).
       01 tabla_numeros_direccion.
          02 numero_direccion_nuevo pic 99 occurs 99 times.
      *Contactos del duplicado, que pasan al superviviente con su
      *fecha y hora.
       77 ws-estado-contactos pic xx value spaces.
       77 clave_contacto_dup pic x(20) value spaces.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del maestro de empresas y del cambio de empresa.
       copy "ws_empresa.cpy".
       linkage section.
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       perform leer_parametros.
      *Fusion de cuentas duplicadas: recodifica el historial del
      *cliente duplicado (ventas, contratos, presupuestos y pedidos
      *pendientes, con sus direcciones de entrega y sus contactos)
      *al codigo del
      *superviviente, deja el duplicado
      *inactivo apuntando al superviviente y anota cada registro
      *movido en fusion_clientes.csv para la auditoria. Los cobros
      *y devoluciones cuelgan de la venta y siguen solos. El maestro
      *de clientes y las direcciones son comunes; el resto del
      *historial se recodifica en cada empresa.
       move 0 to sesion-expirada-llamada.
       move 'N' to confirma_fusion.
       display pantallaMarco.
               move "FICHERO,CLAVE,NUEVO CLIENTE"
                 to registro_salida_fusion
               write registro_salida_fusion
               perform recodificar_direcciones_duplicado
               perform recodificar_historial_empresas
               perform cerrar_cliente_duplicado
               close salida_fusion
               display PantallaMarco
           accept continuar
       end-if.

      *El historial de ventas, contratos, presupuestos, pedidos y
      *contactos es de cada empresa: con maestro de empresas se
      *recodifica en todas, anotando en la auditoria cada empresa
      *delante de sus registros; sin el, solo en el directorio
      *actual.
       recodificar_historial_empresas.
       perform cargar_empresas.
       if multiempresa = 0
           perform recodificar_historial_duplicado
           exit paragraph
       end-if.
       perform guardar_directorio_inicial.
       perform varying idx_empresa from 1 by 1
         until idx_empresa > num_empresas
           perform recodificar_en_empresa
       end-perform.
       perform volver_directorio_inicial.

      *Recodifica el historial del duplicado en la empresa de la
      *posicion idx_empresa.
       recodificar_en_empresa.
       perform volver_directorio_inicial.
       perform entrar_empresa_indice.
       move spaces to registro_salida_fusion.
       if empresa_encontrada = 0
           string "EMPRESA," delimited by size
                  te_codigo(idx_empresa) delimited by size
                  ",NO DISPONIBLE" delimited by size
             into registro_salida_fusion
           end-string
           write registro_salida_fusion
           exit paragraph
       end-if.
       string "EMPRESA," delimited by size
              te_codigo(idx_empresa) delimited by size
              "," delimited by size
              te_nombre(idx_empresa) delimited by size
         into registro_salida_fusion
       end-string.
       write registro_salida_fusion.
       perform recodificar_historial_duplicado.

      *Recodifica el historial del duplicado en la empresa actual.
       recodificar_historial_duplicado.
       perform recodificar_ventas_duplicado.
       perform recodificar_contratos_duplicado.
       perform recodificar_presupuestos_duplicado.
       perform recodificar_pedidos_duplicado.
       perform recodificar_contactos_duplicado.

      *Recodifica las ventas del duplicado: primero se retienen sus
      *codigos recorriendo la clave alternativa, y despues se
      *regraba cada venta por su clave primaria, para no mover un
      *registro de sitio mientras se recorre la cadena alternativa.
       recodificar_ventas_duplicado.
       open i-o ventas.
       if ws-estado-fichero not = "00"
           exit paragraph
       end-if.
       move 0 to num_ventas_dup.
       move codigo_duplicado to codigo_cliente.
       move 0 to fin_recorrido.
               move codigo_superviviente to codigo_cliente
               move nombre_superviviente to nombre_cliente
               move apellidos_superviviente to apellidos_cliente
               if num_direccion_entrega > 0
                   move numero_direccion_nuevo(num_direccion_entrega)
                     to num_direccion_entrega
               end-if
               rewrite RVenta
                 invalid key
                   continue
       end-perform.
       close ventas.

      *Pasa las direcciones de entrega del duplicado al
      *superviviente, numeradas detras de las suyas y sin marca de
      *predeterminada, y anota el numero nuevo de cada una para
      *traducir las ventas y pedidos que las usan.
       recodificar_direcciones_duplicado.
       move zeros to tabla_numeros_direccion.
       open i-o direcciones_entrega.
       if ws-estado-direcciones not = "00"
           exit paragraph
       end-if.
       move 0 to ultima_direccion_superviviente.
       move codigo_superviviente to dre_codigo_cliente.
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
             if dre_codigo_cliente not = codigo_superviviente
                 move 1 to fin_recorrido
             else
                 move dre_numero to ultima_direccion_superviviente
             end-if
         end-read
       end-perform.
       move 0 to num_direcciones_dup.
       move codigo_duplicado to dre_codigo_cliente.
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
             if dre_codigo_cliente not = codigo_duplicado
                 move 1 to fin_recorrido
             else
                 add 1 to num_direcciones_dup
                 move RDireccionEntrega
                   to dd_registro(num_direcciones_dup)
             end-if
         end-read
       end-perform.
       perform varying idx_direccion_dup from 1 by 1
         until idx_direccion_dup > num_direcciones_dup
           move dd_registro(idx_direccion_dup) to RDireccionEntrega
           if ultima_direccion_superviviente < 99
               perform mover_direccion_duplicado
           end-if
       end-perform.
       close direcciones_entrega.

      *Borra la direccion del duplicado que hay en el registro y la
      *graba en el superviviente con el siguiente numero libre.
       mover_direccion_duplicado.
       delete direcciones_entrega
         invalid key
           continue
       end-delete.
       add 1 to ultima_direccion_superviviente.
       move ultima_direccion_superviviente
         to numero_direccion_nuevo(dre_numero).
       move codigo_superviviente to dre_codigo_cliente.
       move ultima_direccion_superviviente to dre_numero.
       move "N" to dre_predeterminada.
       write RDireccionEntrega
         invalid key
           continue
       end-write.
       add 1 to registros_movidos.
       move spaces to registro_salida_fusion.
       string "DIRECCION," delimited by size
              codigo_duplicado delimited by size
              "-" delimited by size
              dd_registro(idx_direccion_dup)(5:2) delimited by size
              "," delimited by size
              codigo_superviviente delimited by size
              "-" delimited by size
              dre_numero delimited by size
         into registro_salida_fusion
       end-string.
       write registro_salida_fusion.

      *Pasa los contactos del duplicado al superviviente. Como el
      *cliente es parte de la clave, cada contacto se borra y se
      *vuelve a grabar, y el recorrido se reanuda desde el principio
      *del duplicado tras cada uno.
       recodificar_contactos_duplicado.
       open i-o contactos_clientes.
       if ws-estado-contactos not = "00"
           exit paragraph
       end-if.
       move 0 to fin_recorrido.
       perform until fin_recorrido = 1
           move codigo_duplicado to cct_codigo_cliente
           move 0 to cct_fecha
           move 0 to cct_hora
           start contactos_clientes
             key is not less than cct_clave
             invalid key
               move 1 to fin_recorrido
           end-start
           if fin_recorrido = 0
               read contactos_clientes next
                 at end
                   move 1 to fin_recorrido
                 not at end
                   if cct_codigo_cliente not = codigo_duplicado
                       move 1 to fin_recorrido
                   else
                       perform mover_contacto_duplicado
                   end-if
               end-read
           end-if
       end-perform.
       close contactos_clientes.

      *Borra el contacto leido del duplicado y lo graba a nombre del
      *superviviente; si coincide en fecha y hora con uno suyo, se
      *graba un instante despues.
       mover_contacto_duplicado.
       move cct_clave to clave_contacto_dup.
       delete contactos_clientes
         invalid key
           continue
       end-delete.
       move codigo_superviviente to cct_codigo_cliente.
       write RContactoCliente
         invalid key
           add 1 to cct_hora
           write RContactoCliente
             invalid key
               continue
           end-write
       end-write.
       add 1 to registros_movidos.
       move spaces to registro_salida_fusion.
       string "CONTACTO," delimited by size
              clave_contacto_dup delimited by size
              "," delimited by size
              codigo_superviviente delimited by size
         into registro_salida_fusion
       end-string.
       write registro_salida_fusion.

      *Anota en la auditoria la venta recodificada.
       anotar_registro_fusion_venta.
       add 1 to registros_movidos.
           not at end
             if ped_codigo_cliente = codigo_duplicado
                 move codigo_superviviente to ped_codigo_cliente
                 if ped_direccion_entrega > 0
                     move numero_direccion_nuevo(ped_direccion_entrega)
                       to ped_direccion_entrega
                 end-if
                 rewrite RPedido
                   invalid key
                     continue

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Maestro de empresas y cambio de directorio de empresa.
       copy "parrafo_empresa.cpy".
