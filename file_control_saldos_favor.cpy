      *Control del fichero de movimientos de saldo a favor de los
      *clientes: abonos de las rectificativas, consumos como forma
      *de pago y reembolsos, numerados dentro de cada cliente.
           select saldos_favor
               assign to ".\saldos_favor.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is sf_clave
               file status is ws-estado-saldo-favor.
