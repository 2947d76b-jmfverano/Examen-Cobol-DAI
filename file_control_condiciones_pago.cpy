      *Control del fichero maestro de condiciones de pago: plazos
      *y porcentajes de cada vencimiento y dias fijos de pago.
      *Fichero comun a todas las empresas, en el directorio comun.
           select condiciones_pago
               assign to "..\comun\condiciones_pago.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is cpg_codigo
               file status is ws-estado-condiciones.
