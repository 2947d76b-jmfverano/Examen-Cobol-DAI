           02 line l_primera
              col 5 value "Codigo venta: ".
           02 line l_primera 
              col 30 value "Fecha: ".
           02 line l_primera 
              col 20 REQUIRED pic x(8) using codigo_venta.
           02 line l_primera 
              col 37 REQUIRED using fecha.
           02 line l_segunda 
              col 5 value "Codigo articulo ".
           02 line l_segunda 
           02 line l_cuarta
              col 1 value "----------------------------------".
      
    
