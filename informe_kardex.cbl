          02 kmv_signo pic x.
          02 kmv_unidades pic 9(7).
          02 kmv_programa pic x(24).
          02 kmv_venta pic x(8).
      *Saldo calculado del articulo en curso.
       77 saldo_calculado pic s9(9) value 0.
       77 total_articulos pic 9(7) value 0.
