       program-id. agenda_contactos as "agenda_contactos".

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
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de salida de la agenda.
       select salida_agenda
           assign to ".\agenda_hoy.csv"
           organization is line sequential.
       data division.
       file section.
      *Utiliza la estructura del fichero de contactos con clientes.
       copy "estructura_contacto_cliente.cpy".
      *Ulitila la estructura del fichero maestro de clientes.
       copy "estructura_cliente.cpy".
      *Utiliza la estructura del fichero maestro de agentes.
       copy "estructura_agente.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       fd salida_agenda
         value of file-id is ".\agenda_hoy.csv".
       01 registro_salida_agenda pic x(150).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "agenda_contactos".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-contactos pic xx value spaces.
       77 fin_contactos pic 9 value 0.
       01 fecha_proceso pic 9(8) value 0.
      *Agente en curso y totales de la agenda.
       77 hay_corte pic 9 value 0.
       77 agente_corte pic xx value spaces.
       77 nombre_agente_corte pic x(15) value spaces.
       77 nombre_cliente_agenda pic x(15) value spaces.
       77 seguimientos_agente pic 9(5) value 0.
       77 total_seguimientos pic 9(7) value 0.
       77 total_agentes pic 9(7) value 0.

       procedure division.
       perform iniciar_bitacora.
      *Agenda del dia de los agentes: por cada agente, los
      *seguimientos pendientes anotados en los contactos con
      *clientes que vencen hoy o ya vencieron, los mas atrasados
      *primero, para que cada uno empiece el dia con su lista de
      *llamadas.
       accept fecha_proceso from DATE YYYYMMDD.
       open input contactos_clientes.
       if ws-estado-contactos not = "00"
           display "No hay contactos con clientes anotados."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       open input clientes.
       open input agentes.
       open output salida_agenda.
       move "AGENTE,CLIENTE,NOMBRE,SEGUIMIENTO,CONTACTO,TIPO,NOTAS"
         to registro_salida_agenda.
       write registro_salida_agenda.
       move low-values to cct_clave_agenda.
       move 0 to hay_corte.
       move 0 to fin_contactos.
       start contactos_clientes
         key is not less than cct_clave_agenda
         invalid key
           move 1 to fin_contactos
       end-start.
       perform until fin_contactos = 1
         read contactos_clientes next
           at end
             move 1 to fin_contactos
           not at end
             if seguimiento_pendiente
                and cct_fecha_seguimiento not = 0
                and cct_fecha_seguimiento not > fecha_proceso
                 perform escribir_seguimiento
             end-if
         end-read
       end-perform.
       if hay_corte = 1
           perform escribir_total_agente
       end-if.
       close salida_agenda.
       close contactos_clientes.
       close clientes.
       close agentes.
       display "Seguimientos para hoy: " total_seguimientos.
       move total_seguimientos to bit_contador_1.
       move total_agentes to bit_contador_2.
       if total_seguimientos = 0
           move "SINDATOS" to bit_resultado
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Escribe un seguimiento vencido, con la cabecera de su agente
      *cuando cambia.
       escribir_seguimiento.
       if hay_corte = 0
          or cct_agente_seguimiento not = agente_corte
           if hay_corte = 1
               perform escribir_total_agente
           end-if
           move 1 to hay_corte
           move cct_agente_seguimiento to agente_corte
           perform escribir_cabecera_agente
       end-if.
       move spaces to nombre_cliente_agenda.
       move cct_codigo_cliente to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           continue
         not invalid key
           move nombre of RCliente to nombre_cliente_agenda
       end-read.
       add 1 to seguimientos_agente.
       add 1 to total_seguimientos.
       move spaces to registro_salida_agenda.
       string cct_agente_seguimiento delimited by size
              "," delimited by size
              cct_codigo_cliente delimited by size
              "," delimited by size
              nombre_cliente_agenda delimited by size
              "," delimited by size
              cct_fecha_seguimiento delimited by size
              "," delimited by size
              cct_fecha delimited by size
              "," delimited by size
              cct_tipo delimited by size
              "," delimited by size
              cct_notas delimited by size
         into registro_salida_agenda
       end-string.
       write registro_salida_agenda.

      *Cabecera del agente que empieza, con su nombre.
       escribir_cabecera_agente.
       move 0 to seguimientos_agente.
       add 1 to total_agentes.
       move spaces to nombre_agente_corte.
       move agente_corte to codigo of RAgente.
       read agentes
         key is codigo of RAgente
         invalid key
           continue
         not invalid key
           move nombre of RAgente to nombre_agente_corte
       end-read.
       move spaces to registro_salida_agenda.
       string "AGENTE," delimited by size
              agente_corte delimited by size
              "," delimited by size
              nombre_agente_corte delimited by size
         into registro_salida_agenda
       end-string.
       write registro_salida_agenda.

      *Total de seguimientos del agente que termina.
       escribir_total_agente.
       move spaces to registro_salida_agenda.
       string "TOTAL," delimited by size
              agente_corte delimited by size
              "," delimited by size
              seguimientos_agente delimited by size
         into registro_salida_agenda
       end-string.
       write registro_salida_agenda.

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
