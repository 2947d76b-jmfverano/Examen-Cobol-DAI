           02 line 18 col 5 value "IVA (%): ".
           02 line 19 col 5 value "Dto (%): ".

           02 line 4 col 45 value "Valido hasta: ".
           02 line 4 col 25 pic xxxx from codigo_presupuesto.
           02 line 4 col 59 pic 9(8) from pres_fecha_validez.
           02 line 8 col 14 REQUIRED pic xx
              using pres_codigo_agente.
           02 line 9 col 14 pic x(15)
