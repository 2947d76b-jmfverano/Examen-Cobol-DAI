      *Control del fichero de vencimientos de las facturas de
      *venta: un registro por plazo de cobro de cada venta.
           select vencimientos
               assign to ".\vencimientos.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is vto_clave
               file status is ws-estado-vencimientos.
