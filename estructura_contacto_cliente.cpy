      *Estructura del fichero de contactos con clientes: llamadas,
      *visitas, correos y compromisos de los agentes con cada
      *cliente, con la fecha en que hay que volver a llamar. Queda
      *ligado al cliente, de modo que el historial no se pierde
      *cuando el cliente cambia de agente.
       fd contactos_clientes
         value of file-id is ".\contactos_clientes.dat"
         data record is RContactoCliente.
       01 RContactoCliente.
          02 cct_clave.
             03 cct_codigo_cliente pic x(4).
             03 cct_fecha          pic 9(8).
             03 cct_hora           pic 9(8).
      *   Agente que tuvo el contacto.
          02 cct_agente pic xx.
          02 cct_tipo pic x.
             88 contacto_llamada value "L".
             88 contacto_visita  value "V".
             88 contacto_correo  value "C".
             88 contacto_promesa value "P".
             88 contacto_otro    value "O".
          02 cct_notas pic x(60).
      *   Seguimiento: agente que tiene que hacerlo y fecha (a cero
      *   si el contacto no deja nada pendiente), y si ya se hizo.
          02 cct_clave_agenda.
             03 cct_agente_seguimiento pic xx.
             03 cct_fecha_seguimiento  pic 9(8).
          02 cct_estado_seguimiento pic x.
             88 sin_seguimiento       value "N".
             88 seguimiento_pendiente value "P".
             88 seguimiento_hecho     value "H".
