      *Control del fichero de impagados: las ventas pasadas a dudoso
      *cobro y las dadas por fallidas, una por venta.
           select impagados
               assign to ".\impagados.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is imp_codigo_venta
               file status is ws-estado-impagados.
