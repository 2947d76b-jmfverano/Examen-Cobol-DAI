      *de la venta afectada en el momento de la operacion.
       fd reversion
         value of file-id is ".\reversion_diaria.dat".
       01 registro_reversion pic x(144).
