      *Campos de la comprobacion de segregacion de funciones.
      *Acompanan a parrafo_segregacion: el programa carga las reglas
      *una vez y, con la matriz del usuario en tabla_permisos, marca
      *las reglas que reune.
       77 ws-estado-reglas pic xx value spaces.
       77 fin_reglas pic 9 value 0.
       77 num_reglas_segregacion pic 9(3) value 0.
       77 idx_regla pic 9(3) value 0.
       77 idx_opcion_regla pic 9 value 0.
       77 opcion_regla pic 99 value 0.
       77 opciones_reunidas pic 9 value 0.
       77 num_conflictos pic 9(3) value 0.
      *Reglas cargadas, con la misma forma que el registro, y la
      *marca de conflicto de cada una para la matriz comprobada.
       01 tabla_reglas_segregacion.
          02 regla_segregacion occurs 100 times.
             03 rs_regla.
                04 rs_codigo pic x(4).
                04 rs_descripcion pic x(40).
                04 rs_num_opciones pic 9.
                04 rs_opcion pic 99 occurs 6 times.
                04 rs_minimo pic 9.
             03 rs_conflicto pic 9.
             03 rs_conflicto_previo pic 9.
