      *Control del fichero de liquidaciones trimestrales de IVA.
           select liquidaciones_iva
               assign to ".\liquidaciones_iva.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is liq_clave
               file status is ws-estado-liquidacion.
