      *Control del fichero de tipos de interes de demora por
      *semestre.
           select tipos_interes
               assign to ".\tipos_interes.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is ti_clave
               file status is ws-estado-tipos-interes.
