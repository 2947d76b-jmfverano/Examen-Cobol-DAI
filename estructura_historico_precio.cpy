      *Estructura del fichero historico de precios. Cada cambio del
      *precio de venta o del coste medio de un articulo anade un
      *registro con los valores de antes y de despues, la fecha y
      *hora, el usuario y el programa que lo hizo, y el cambio
      *programado que lo origino (cero si fue un cambio directo),
      *para poder saber lo que valia un articulo en cualquier fecha.
       fd historico_precios
         value of file-id is ".\historico_precios.dat"
         data record is RHistoricoPrecio.
       01 RHistoricoPrecio.
          02 hpr_codigo_articulo pic x(4).
          02 hpr_fecha pic 9(8).
          02 hpr_hora pic 9(8).
          02 hpr_precio_anterior pic 9(7)v99.
          02 hpr_precio_nuevo pic 9(7)v99.
          02 hpr_coste_anterior pic 9(7)v99.
          02 hpr_coste_nuevo pic 9(7)v99.
          02 hpr_usuario pic x(12).
          02 hpr_programa pic x(24).
          02 hpr_cambio_programado pic 9(6).
