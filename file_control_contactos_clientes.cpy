      *Control del fichero de contactos con clientes y agenda de
      *seguimientos de los agentes.
           select contactos_clientes
               assign to ".\contactos_clientes.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is cct_clave
      *        Clave alternativa por agente y fecha de seguimiento,
      *        para sacar la agenda del dia de cada agente.
               alternate record key is cct_clave_agenda
               with duplicates
               file status is ws-estado-contactos.
