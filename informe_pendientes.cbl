       77 linea_actual     pic 99.
       77 contador_pagina  pic 99 value 0.
       77 max_por_pagina   pic 99 value 10.
       77 wk_venta         pic x(8).
       77 wk_fecha         pic 9(8).
       77 wk_estado        pic x.
       77 wk_dias          pic 9(5).
           at end
             move 1 to bucle
           not at end
             if not venta_cobrada and not venta_fallida
                 compute dias_antiguedad =
                     (wc-anio-hoy - anio) * 360
                     + (wc-mes-hoy - mes) * 30
