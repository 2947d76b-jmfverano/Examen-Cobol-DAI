           02 line 7 col 5 value "Descripcion: ".
           02 line 8 col 5 value "Unidades contadas: ".

           02 line 6 col 16 REQUIRED pic x(14)
              using codigo_leido.
           02 line 7 col 19 pic x(20) from inv_descripcion.
           02 line 8 col 25 REQUIRED pic 9(7) using inv_contado.
