       program-id. contacto_cliente as "contacto_cliente".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero de contactos con clientes.
       copy "file_control_contactos_clientes.cpy".
      *Utiliza el control del fichero maestro de clientes.
       copy "file_control_clientes.cpy".
      *Utiliza el control del fichero maestro de agentes.
       copy "file_control_agentes.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
       data division.
       file section.
      *Utiliza la estructura del fichero de contactos con clientes.
       copy "estructura_contacto_cliente.cpy".
      *Ulitila la estructura del fichero maestro de clientes.
       copy "estructura_cliente.cpy".
      *Utiliza la estructura del fichero maestro de agentes.
       copy "estructura_agente.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
       working-storage section.
       77 continuar    pic x.
       77 opcion_mtto  pic 9.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-contactos pic xx value spaces.
       77 contacto_valido pic 9 value 0.
       77 fin_contactos pic 9 value 0.
       01 fecha_hoy pic 9(8) value 0.
       01 fecha_validar pic 9(8) value 0.
       01 fecha_validar_det redefines fecha_validar.
          02 validar_anio pic 9(4).
          02 validar_mes  pic 99.
          02 validar_dia  pic 99.
      *Cliente o agente pedidos y su nombre.
       77 cliente_contacto pic x(4) value spaces.
       77 nombre_contacto pic x(15) value spaces.
       77 agente_agenda pic xx value spaces.
      *Contactos listados en pantalla (los ultimos del cliente o los
      *seguimientos vencidos del agente) y el elegido para cerrar.
       77 num_contactos pic 99 value 0.
       77 contactos_sin_listar pic 9(5) value 0.
       77 idx_contacto pic 99 value 0.
       77 linea_elegida pic 99 value 0.
       77 linea_actual pic 99 value 7.
       77 notas_linea pic x(36) value spaces.
       01 tabla_contactos.
          02 contacto_linea occurs 12 times.
             03 ctl_registro pic x(94).
       01 contacto_auxiliar pic x(94).
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
       linkage section.
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
      *Muestra al final de la pantalla un linea indicando que continue.
       copy "p_continuar.cpy".
      *Pantalla del menu de contactos y agenda.
       01 p_menu_contactos
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 10 value "Contactos con clientes y agenda".
           02 line 6 col 10 value "1.- Anotar contacto".
           02 line 8 col 10 value "2.- Historial de un cliente".
           02 line 10 col 10 value "3.- Agenda de hoy de un agente".
           02 line 12 col 10 value "4.- Salir".
           02 line 14 col 10 value "Opcion: ".
           02 line 14 col 19 REQUIRED pic 9 using opcion_mtto.
      *Pide el cliente del contacto o del historial.
       01 obten_cliente_contacto
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Cliente: ".
           02 line 4 col 14 REQUIRED pic x(4) using cliente_contacto.
           02 line 4 col 20 pic x(15) from nombre_contacto.
      *Datos del contacto.
       01 p_datos_contacto
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 6 col 5 value "Fecha: ".
           02 line 6 col 25 pic 9(8) from cct_fecha.
           02 line 7 col 5 value "Agente: ".
           02 line 7 col 25 pic xx using cct_agente.
           02 line 8 col 5 value "Tipo: ".
           02 line 8 col 25 pic x using cct_tipo.
           02 line 8 col 28 value
              "(L llamada, V visita, C correo, P promesa, O otro)".
           02 line 9 col 5 value "Notas: ".
           02 line 10 col 5 pic x(60) using cct_notas.
           02 line 12 col 5 value "Volver a llamar el: ".
           02 line 12 col 25 pic 9(8) using cct_fecha_seguimiento.
           02 line 12 col 35 value "(AAAAMMDD, 0 = sin seguimiento)".
           02 line 13 col 5 value "Lo hace el agente: ".
           02 line 13 col 25 pic xx using cct_agente_seguimiento.
           02 line 13 col 35 value "(en blanco, el mismo agente)".
      *Pide el agente cuya agenda se lista.
       01 obten_agente_agenda
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Agenda del agente: ".
           02 line 4 col 24 REQUIRED pic xx using agente_agenda.
           02 line 4 col 28 value "a fecha ".
           02 line 4 col 36 pic 9(8) from fecha_hoy.
      *Cabecera del historial del cliente.
       01 p_titulo_historial_contactos
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 6 col 2 value "N. Fecha    T Ag Notas".
           02 line 6 col 57 value "Seguim.  E".
      *Una linea del historial del cliente.
       01 p_linea_historial_contacto
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line linea_actual col 2 pic z9 from idx_contacto.
           02 line linea_actual col 5 pic 9(8) from cct_fecha.
           02 line linea_actual col 14 pic x from cct_tipo.
           02 line linea_actual col 16 pic xx from cct_agente.
           02 line linea_actual col 19 pic x(36) from notas_linea.
           02 line linea_actual col 57 pic 9(8)
              from cct_fecha_seguimiento.
           02 line linea_actual col 66 pic x
              from cct_estado_seguimiento.
      *Cabecera de la agenda del agente.
       01 p_titulo_agenda
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 6 col 2 value "N. Cliente                 Para el".
           02 line 6 col 37 value "Notas".
      *Una linea de la agenda del agente.
       01 p_linea_agenda
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line linea_actual col 2 pic z9 from idx_contacto.
           02 line linea_actual col 5 pic x(4) from cct_codigo_cliente.
           02 line linea_actual col 10 pic x(15) from nombre_contacto.
           02 line linea_actual col 26 pic 9(8)
              from cct_fecha_seguimiento.
           02 line linea_actual col 37 pic x(36) from notas_linea.
      *Seguimientos que no caben en pantalla.
       01 p_agenda_sin_listar
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 19 col 2 value "Hay ".
           02 line 19 col 6 pic z(4)9 from contactos_sin_listar.
           02 line 19 col 12 value "seguimientos vencidos mas.".
      *Pide el seguimiento de la lista que se da por hecho.
       01 p_cerrar_seguimiento
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 20 col 2 value
              "Seguimiento hecho, numero de la lista (0 = ninguno): ".
           02 line 20 col 56 pic 99 using linea_elegida.

       procedure division using sesion-expirada-llamada.
       perform leer_parametros.
      *Registro de contactos de los agentes con los clientes
      *(llamadas, visitas, correos y compromisos) con la fecha en
      *que hay que volver a llamar, el historial de contactos de un
      *cliente y la agenda del dia de un agente con los seguimientos
      *que le vencen hoy o ya vencieron.
       move 0 to sesion-expirada-llamada.
       accept fecha_hoy from DATE YYYYMMDD.
       perform abrir_fichero_contactos.
       open input clientes.
       open input agentes.
       display pantallaMarco.
       display p_menu_contactos.
       accept p_menu_contactos
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       evaluate opcion_mtto
         when 1 perform anotar_contacto
         when 2 perform historial_cliente
         when 3 perform agenda_agente
         when 4 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-evaluate
       end-if.
       close contactos_clientes.
       close clientes.
       close agentes.
       exit program.

      *Anota un contacto con un cliente, propuesto a nombre de su
      *agente asignado, con su seguimiento si lo deja pendiente.
       anotar_contacto.
       move 1 to transaccion_activa.
       perform pedir_cliente_contacto.
       if transaccion_activa = 1
       move spaces to RContactoCliente
       move cliente_contacto to cct_codigo_cliente
       move fecha_hoy to cct_fecha
       accept cct_hora from TIME
       move agente_asignado to cct_agente
       move "L" to cct_tipo
       move 0 to cct_fecha_seguimiento
       display obten_cliente_contacto
       display p_datos_contacto
       accept p_datos_contacto
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept
       if transaccion_activa = 1
           perform validar_contacto
           if contacto_valido = 1
               write RContactoCliente
                 invalid key
                   move spaces to ws-estado-fichero
                   move "Contacto ya anotado, repita la anotacion."
                     to ws-descripcion-estado
                   display PantallaMarco
                   display pantalla_opera_error
                   accept continuar
                 not invalid key
                   display PantallaMarco
                   display pantalla_completa
                   accept continuar
               end-write
           end-if
       end-if
       end-if.

      *Muestra los ultimos contactos del cliente y permite dar por
      *hecho uno de sus seguimientos.
       historial_cliente.
       move 1 to transaccion_activa.
       perform pedir_cliente_contacto.
       if transaccion_activa = 1
       move 0 to num_contactos
       move cliente_contacto to cct_codigo_cliente
       move 0 to cct_fecha
       move 0 to cct_hora
       move 0 to fin_contactos
       start contactos_clientes
         key is not less than cct_clave
         invalid key
           move 1 to fin_contactos
       end-start
       perform until fin_contactos = 1
         read contactos_clientes next
           at end
             move 1 to fin_contactos
           not at end
             if cct_codigo_cliente not = cliente_contacto
                 move 1 to fin_contactos
             else
                 perform anotar_linea_contacto
             end-if
         end-read
       end-perform
       if num_contactos = 0
           move spaces to ws-estado-fichero
           move "El cliente no tiene contactos anotados."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
           display PantallaMarco
           display obten_cliente_contacto
           display p_titulo_historial_contactos
           move 7 to linea_actual
           perform varying idx_contacto from 1 by 1
             until idx_contacto > num_contactos
               move ctl_registro(idx_contacto) to RContactoCliente
               move cct_notas to notas_linea
               display p_linea_historial_contacto
               add 1 to linea_actual
           end-perform
           perform cerrar_seguimiento_elegido
       end-if
       end-if.

      *Lista los seguimientos pendientes del agente que vencen hoy o
      *ya vencieron, los mas atrasados primero.
       agenda_agente.
       move 1 to transaccion_activa.
       move spaces to agente_agenda.
       display PantallaMarco.
       display obten_agente_agenda.
       accept obten_agente_agenda
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       move 0 to num_contactos
       move 0 to contactos_sin_listar
       move agente_agenda to cct_agente_seguimiento
       move 1 to cct_fecha_seguimiento
       move 0 to fin_contactos
       start contactos_clientes
         key is not less than cct_clave_agenda
         invalid key
           move 1 to fin_contactos
       end-start
       perform until fin_contactos = 1
         read contactos_clientes next
           at end
             move 1 to fin_contactos
           not at end
             if cct_agente_seguimiento not = agente_agenda
                or cct_fecha_seguimiento > fecha_hoy
                 move 1 to fin_contactos
             else
                 if seguimiento_pendiente
                     if num_contactos < 12
                         add 1 to num_contactos
                         move RContactoCliente
                           to ctl_registro(num_contactos)
                     else
                         add 1 to contactos_sin_listar
                     end-if
                 end-if
             end-if
         end-read
       end-perform
       if num_contactos = 0
           move spaces to ws-estado-fichero
           move "No tiene seguimientos para hoy."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
           display PantallaMarco
           display obten_agente_agenda
           display p_titulo_agenda
           move 7 to linea_actual
           perform varying idx_contacto from 1 by 1
             until idx_contacto > num_contactos
               move ctl_registro(idx_contacto) to RContactoCliente
               perform leer_nombre_cliente_contacto
               move cct_notas to notas_linea
               display p_linea_agenda
               add 1 to linea_actual
           end-perform
           if contactos_sin_listar > 0
               display p_agenda_sin_listar
           end-if
           perform cerrar_seguimiento_elegido
       end-if
       end-if.

      *Pide el cliente y comprueba que existe en el maestro.
       pedir_cliente_contacto.
       move spaces to cliente_contacto.
       move spaces to nombre_contacto.
       display PantallaMarco.
       display obten_cliente_contacto.
       accept obten_cliente_contacto
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           move cliente_contacto to codigo of RCliente
           read clientes
             key is codigo of RCliente
             invalid key
               move 0 to transaccion_activa
               move spaces to ws-estado-fichero
               move "Cliente no encontrado." to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             not invalid key
               move nombre of RCliente to nombre_contacto
           end-read
       end-if.

      *Lee el nombre del cliente del contacto de la agenda.
       leer_nombre_cliente_contacto.
       move spaces to nombre_contacto.
       move cct_codigo_cliente to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           continue
         not invalid key
           move nombre of RCliente to nombre_contacto
       end-read.

      *Guarda el contacto leido en la tabla de los ultimos del
      *cliente, desplazando el mas antiguo cuando esta llena.
       anotar_linea_contacto.
       if num_contactos = 12
           perform varying idx_contacto from 1 by 1
             until idx_contacto > 11
               move ctl_registro(idx_contacto + 1)
                 to contacto_auxiliar
               move contacto_auxiliar
                 to ctl_registro(idx_contacto)
           end-perform
       else
           add 1 to num_contactos
       end-if.
       move RContactoCliente to ctl_registro(num_contactos).

      *Pide el numero de la lista del seguimiento que ya se hizo y
      *lo deja cerrado.
       cerrar_seguimiento_elegido.
       move 0 to linea_elegida.
       display p_cerrar_seguimiento.
       accept p_cerrar_seguimiento
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 0
          or linea_elegida = 0
          or linea_elegida > num_contactos
           exit paragraph
       end-if.
       move ctl_registro(linea_elegida) to RContactoCliente.
       read contactos_clientes
         key is cct_clave
         invalid key
           move 0 to transaccion_activa
       end-read.
       if transaccion_activa = 1 and seguimiento_pendiente
           set seguimiento_hecho to true
           rewrite RContactoCliente
             invalid key
               continue
           end-rewrite
           display PantallaMarco
           display pantalla_completa
           accept continuar
       else
           move spaces to ws-estado-fichero
           move "Ese contacto no tiene seguimiento pendiente."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-if.

      *El tipo es uno de los previstos, los agentes existen y la
      *fecha de seguimiento, si se pone, es una fecha de hoy en
      *adelante.
       validar_contacto.
       move 1 to contacto_valido.
       move spaces to ws-estado-fichero.
       inspect cct_tipo converting "lvcpo" to "LVCPO".
       move cct_fecha_seguimiento to fecha_validar.
       if cct_fecha_seguimiento = 0
           set sin_seguimiento to true
           move spaces to cct_agente_seguimiento
       else
           set seguimiento_pendiente to true
           if cct_agente_seguimiento = spaces
               move cct_agente to cct_agente_seguimiento
           end-if
       end-if.
       evaluate true
         when not contacto_llamada and not contacto_visita
              and not contacto_correo and not contacto_promesa
              and not contacto_otro
           move 0 to contacto_valido
           move "Tipo de contacto no valido." to ws-descripcion-estado
         when cct_fecha_seguimiento not = 0
              and (validar_mes < 1 or validar_mes > 12
                   or validar_dia < 1 or validar_dia > 31)
           move 0 to contacto_valido
           move "Fecha de seguimiento no valida."
             to ws-descripcion-estado
         when cct_fecha_seguimiento not = 0
              and cct_fecha_seguimiento < fecha_hoy
           move 0 to contacto_valido
           move "La fecha de seguimiento ya ha pasado."
             to ws-descripcion-estado
       end-evaluate.
       if contacto_valido = 1
           move cct_agente to codigo of RAgente
           read agentes
             key is codigo of RAgente
             invalid key
               move 0 to contacto_valido
               move "El agente no existe." to ws-descripcion-estado
           end-read
       end-if.
       if contacto_valido = 1 and seguimiento_pendiente
           move cct_agente_seguimiento to codigo of RAgente
           read agentes
             key is codigo of RAgente
             invalid key
               move 0 to contacto_valido
               move "El agente del seguimiento no existe."
                 to ws-descripcion-estado
           end-read
       end-if.
       if contacto_valido = 0
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-if.

      *Abre el fichero de contactos, creandolo vacio la primera vez.
       abrir_fichero_contactos.
       open i-o contactos_clientes.
       if ws-estado-contactos = "35"
           open output contactos_clientes
           close contactos_clientes
           open i-o contactos_clientes
       end-if.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".
