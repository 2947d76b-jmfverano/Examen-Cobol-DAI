
           02 line 4 col 45 value "Almacen: ".
           02 line 4 col 55 pic x(2) using almacen_venta.
           02 line 4 col 20 pic x(8) from codigo_venta.
           02 line 8 col 14 REQUIRED pic xx
              using codigo of agente_comercial.
           02 line 9 col 14 pic x(15)
