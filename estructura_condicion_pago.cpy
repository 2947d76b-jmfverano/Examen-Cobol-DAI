      *Estructura del fichero maestro de condiciones de pago. Cada
      *condicion reparte el total de la factura en uno o varios
      *vencimientos (30/60/90...) con los dias desde la factura y el
      *porcentaje de cada uno; si tiene dias fijos de pago, cada
      *vencimiento se lleva al siguiente dia fijo del mes.
       fd condiciones_pago
         value of file-id is "..\comun\condiciones_pago.dat"
         data record is RCondicionPago.
       01 RCondicionPago.
          02 cpg_codigo pic xx.
          02 cpg_descripcion pic x(30).
          02 cpg_num_plazos pic 9.
          02 cpg_plazo occurs 6 times.
             03 cpg_dias pic 9(3).
             03 cpg_porcentaje pic 9(3)v99.
      *   Dias fijos de pago del mes (0 = sin dia fijo).
          02 cpg_dia_pago_1 pic 99.
          02 cpg_dia_pago_2 pic 99.
