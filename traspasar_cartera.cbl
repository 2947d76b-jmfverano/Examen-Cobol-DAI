       copy "file_control_clientes.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de contactos con clientes.
       copy "file_control_contactos_clientes.cpy".
      *Informe del traspaso con los clientes movidos y las ventas
      *abiertas afectadas.
       select salida_traspaso
       copy "estructura_cliente.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de contactos con clientes.
       copy "estructura_contacto_cliente.cpy".
       fd salida_traspaso
         value of file-id is ".\traspaso_cartera.csv".
       01 registro_salida_traspaso pic x(100).
       77 agentes_validos pic 9 value 1.
       77 clientes_movidos pic 9(5) value 0.
       77 ventas_abiertas pic 9(5) value 0.
      *Seguimientos pendientes de la agenda del agente saliente.
       77 ws-estado-contactos pic xx value spaces.
       77 fin_contactos pic 9 value 0.
       77 seguimientos_movidos pic 9(5) value 0.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
           02 line 12 col 28 pic z(4)9 from clientes_movidos.
           02 line 13 col 5 value "Ventas abiertas afectadas: ".
           02 line 13 col 33 pic z(4)9 from ventas_abiertas.
           02 line 14 col 5 value "Seguimientos traspasados: ".
           02 line 14 col 32 pic z(4)9 from seguimientos_movidos.

       procedure division using sesion-expirada-llamada.
       perform leer_parametros.
      *Traspaso de la cartera de un agente que se marcha: mueve la
      *asignacion de todos sus clientes al agente nuevo, le pasa
      *los seguimientos pendientes de su agenda y deja en un fichero
      *el detalle de lo movido con las ventas abiertas (sin cobrar)
      *que siguen a nombre del agente saliente. El historial de
      *contactos queda con el cliente, a nombre de quien los tuvo.
       move 0 to sesion-expirada-llamada.
       display pantallaMarco.
       display p_datos_traspaso_cartera.
             to registro_salida_traspaso
           write registro_salida_traspaso
           perform mover_clientes_cartera
           perform mover_seguimientos_cartera
           perform listar_ventas_abiertas
           close salida_traspaso
           close clientes
         end-read
       end-perform.

      *Pasa al agente nuevo los seguimientos pendientes del agente
      *saliente. Se recorre el fichero por cliente, no por la clave
      *de agenda, porque es esa clave la que cambia al regrabar.
       mover_seguimientos_cartera.
       open i-o contactos_clientes.
       if ws-estado-contactos not = "00"
           exit paragraph
       end-if.
       move low-values to cct_clave.
       move 0 to fin_contactos.
       start contactos_clientes
         key is not less than cct_clave
         invalid key
           move 1 to fin_contactos
       end-start.
       perform until fin_contactos = 1
         read contactos_clientes next
           at end
             move 1 to fin_contactos
           not at end
             if seguimiento_pendiente
                and cct_agente_seguimiento = agente_origen
                 move agente_destino to cct_agente_seguimiento
                 rewrite RContactoCliente
                   invalid key
                     continue
                   not invalid key
                     add 1 to seguimientos_movidos
                 end-rewrite
             end-if
         end-read
       end-perform.
       close contactos_clientes.

      *Lista las ventas abiertas (sin cobrar) que siguen a nombre
      *del agente saliente, para vigilarlas durante el relevo.
       listar_ventas_abiertas.
