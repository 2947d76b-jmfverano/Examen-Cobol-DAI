      *Campos de trabajo de la validacion compartida de direcciones
      *de correo electronico: la direccion a comprobar, el resultado
      *y los auxiliares de posiciones. Acompanan a
      *parrafo_validar_correo.
       01 correo_validar pic x(40) value spaces.
       77 correo_valido pic 9 value 1.
       77 correo_longitud pic 99 value 0.
       77 correo_arrobas pic 99 value 0.
       77 correo_posicion_arroba pic 99 value 0.
       77 correo_puntos_dominio pic 99 value 0.
       77 correo_inicio_dominio pic 99 value 0.
       77 correo_longitud_dominio pic 99 value 0.
