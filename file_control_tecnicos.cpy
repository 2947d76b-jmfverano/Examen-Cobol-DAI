      *Control del fichero maestro de tecnicos del taller.
           select tecnicos
               assign to ".\tecnicos.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is tec_codigo
               file status is ws-estado-tecnicos.
