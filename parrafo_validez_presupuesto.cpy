      *Parrafos compartidos de la validez de los presupuestos. El
      *programa que los usa incluye ws_validez_presupuesto.cpy y la
      *estructura de presupuestos; calcular_validez_presupuesto deja
      *en pres_fecha_validez la fecha del alta (pres_fecha) mas los
      *dias de validez, dia a dia sobre el calendario con sus anios
      *bisiestos.
       calcular_validez_presupuesto.
       move pres_fecha to fecha_validez.
       perform avanzar_fecha_validez
         varying dias_sumados from 1 by 1
         until dias_sumados > dias_validez.
       move fecha_validez to pres_fecha_validez.

      *Pasa fecha_validez al dia siguiente del calendario.
       avanzar_fecha_validez.
       evaluate val_mes
         when 4
         when 6
         when 9
         when 11
           move 30 to dias_del_mes
         when 2
           move 28 to dias_del_mes
           divide val_anio by 4 giving cociente_bisiesto
             remainder resto_bisiesto
           if resto_bisiesto = 0
               move 29 to dias_del_mes
               divide val_anio by 100 giving cociente_bisiesto
                 remainder resto_bisiesto
               if resto_bisiesto = 0
                   move 28 to dias_del_mes
                   divide val_anio by 400 giving cociente_bisiesto
                     remainder resto_bisiesto
                   if resto_bisiesto = 0
                       move 29 to dias_del_mes
                   end-if
               end-if
           end-if
         when other
           move 31 to dias_del_mes
       end-evaluate.
       if val_dia < dias_del_mes
           add 1 to val_dia
       else
           move 1 to val_dia
           if val_mes < 12
               add 1 to val_mes
           else
               move 1 to val_mes
               add 1 to val_anio
           end-if
       end-if.
