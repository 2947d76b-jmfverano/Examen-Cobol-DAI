      *Una linea por modificacion, con el codigo de la venta tocada.
       fd reexportar
         value of file-id is ".\pendientes_reexportar.dat".
       01 registro_reexportar pic x(8).
