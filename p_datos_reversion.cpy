           02 line 4 col 5 value "Operacion: ".
           02 line 4 col 40 value "Hora: ".
           02 line 5 col 5 value "Venta: ".
           02 line 5 col 22 value "Linea: ".
           02 line 6 col 5 value "Fecha venta (AAAA/MM/DD): ".
           02 line 8 col 5 value "Agente: ".
           02 line 9 col 5 value "Cliente: ".

           02 line 4 col 16 pic x(12) from rv_tipo.
           02 line 4 col 46 pic 9(8) from rv_hora.
           02 line 5 col 12 pic x(8) from rv_codigo_venta.
           02 line 5 col 29 pic 9(3) from rv_numero_linea.
           02 line 6 col 32 pic 9(4) from rv_anio.
           02 line 6 col 37 value "/".
           02 line 6 col 38 pic 99 from rv_mes.
