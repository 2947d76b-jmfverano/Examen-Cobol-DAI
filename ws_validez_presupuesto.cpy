      *Campos del calculo de la fecha de validez de un presupuesto:
      *la fecha del alta mas los dias de validez del parametro,
      *contados sobre el calendario.
       77 dias_validez pic 9(3) value 30.
       77 dias_sumados pic 9(4) value 0.
       77 dias_del_mes pic 99 value 0.
       77 cociente_bisiesto pic 9(4) value 0.
       77 resto_bisiesto pic 9(3) value 0.
       01 fecha_validez.
          02 val_anio pic 9999.
          02 val_mes  pic 99.
          02 val_dia  pic 99.
