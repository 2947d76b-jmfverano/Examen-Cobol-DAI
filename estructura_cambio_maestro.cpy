      *Estructura del registro de cambios de los ficheros maestros.
      *Cada alta, modificacion o baja de un registro maestro anade
      *una linea por campo que cambia, con su valor de antes y de
      *despues, la fecha y hora, el usuario y el programa que lo
      *hizo. En un alta el valor anterior queda en blanco y en una
      *baja el nuevo. Los importes llevan su punto decimal.
       fd cambios_maestros
         value of file-id is ".\cambios_maestros.dat"
         data record is RCambioMaestro.
       01 RCambioMaestro.
          02 cma_fecha pic 9(8).
          02 cma_hora pic 9(8).
          02 cma_usuario pic x(12).
          02 cma_programa pic x(24).
          02 cma_fichero pic x(12).
          02 cma_clave pic x(16).
          02 cma_operacion pic x.
             88 cambio_alta         value "A".
             88 cambio_modificacion value "M".
             88 cambio_baja         value "B".
          02 cma_campo pic x(24).
          02 cma_valor_anterior pic x(40).
          02 cma_valor_nuevo pic x(40).
