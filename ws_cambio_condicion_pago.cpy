      *Campos de los registros de condiciones de pago para el registro
      *de cambios de los maestros: nombre, posicion, longitud y
      *decimales de cada uno, que el programa carga en
      *tabla_campos_cambio.
       77 num_campos_condicion_pago pic 9(3) value 17.
       01 campos_cambio_condicion_pago.
          02 filler pic x(32) value "cpg_codigo              00010020".
          02 filler pic x(32) value "cpg_descripcion         00030300".
          02 filler pic x(32) value "cpg_num_plazos          00330010".
          02 filler pic x(32) value "cpg_dias(1)             00340030".
          02 filler pic x(32) value "cpg_porcentaje(1)       00370052".
          02 filler pic x(32) value "cpg_dias(2)             00420030".
          02 filler pic x(32) value "cpg_porcentaje(2)       00450052".
          02 filler pic x(32) value "cpg_dias(3)             00500030".
          02 filler pic x(32) value "cpg_porcentaje(3)       00530052".
          02 filler pic x(32) value "cpg_dias(4)             00580030".
          02 filler pic x(32) value "cpg_porcentaje(4)       00610052".
          02 filler pic x(32) value "cpg_dias(5)             00660030".
          02 filler pic x(32) value "cpg_porcentaje(5)       00690052".
          02 filler pic x(32) value "cpg_dias(6)             00740030".
          02 filler pic x(32) value "cpg_porcentaje(6)       00770052".
          02 filler pic x(32) value "cpg_dia_pago_1          00820020".
          02 filler pic x(32) value "cpg_dia_pago_2          00840020".
