      *Campos de trabajo del registro de cambios de los maestros.
      *Acompanan a parrafo_cambio_maestro: el programa guarda la
      *imagen del registro antes de cambiarlo y, tras grabarlo, la
      *nueva, con la tabla de campos de su maestro cargada.
       77 ws-estado-cambios pic xx value spaces.
       77 cam_usuario pic x(12) value spaces.
       77 cam_programa pic x(24) value spaces.
       77 cam_fichero pic x(12) value spaces.
       77 cam_clave pic x(16) value spaces.
       77 cam_operacion pic x value space.
       77 num_campos_cambio pic 9(3) value 0.
       77 idx_campo_cambio pic 9(3) value 0.
       77 cam_posicion pic 9(4) value 0.
       77 cam_longitud pic 9(3) value 0.
       77 cam_enteros pic 9(3) value 0.
       77 cam_decimales pic 9 value 0.
       77 cam_valor pic x(40) value spaces.
       77 cam_valor_editado pic x(40) value spaces.
       01 imagen_anterior_maestro pic x(300) value spaces.
       01 imagen_nueva_maestro pic x(300) value spaces.
      *Tabla de campos del maestro: nombre, posicion en el registro,
      *longitud y decimales; se carga desde el ws_cambio_ del
      *maestro que se graba.
       01 tabla_campos_cambio.
          02 campo_cambio occurs 60 times.
             03 cmc_nombre pic x(24).
             03 cmc_posicion pic 9(4).
             03 cmc_longitud pic 9(3).
             03 cmc_decimales pic 9.
