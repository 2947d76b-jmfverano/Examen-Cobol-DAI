           02 line 7 col 25 value "Hora: ".
           02 line 8 col 5 value "Operacion: ".
           02 line 9 col 5 value "Venta: ".
           02 line 9 col 23 value "Linea: ".

           02 line 6 col 13 pic x(12) from ao_login.
           02 line 7 col 13 pic 9(8) from ao_fecha.
           02 line 7 col 32 pic 9(8) from ao_hora.
           02 line 8 col 17 pic x(12) from ao_tipo.
           02 line 9 col 13 pic x(8) from ao_venta.
           02 line 9 col 30 pic 9(3) from ao_linea.
