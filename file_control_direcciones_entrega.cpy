      *Control del fichero de direcciones de entrega de clientes.
      *Fichero comun a todas las empresas, en el directorio comun.
           select direcciones_entrega
               assign to "..\comun\direcciones_entrega.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is dre_clave
               file status is ws-estado-direcciones.
