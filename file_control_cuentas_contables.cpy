      *Control del fichero de correspondencia con el plan de cuentas.
           select cuentas_contables
               assign to ".\cuentas_contables.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is ccc_clave
               file status is ws-estado-cuentas.
