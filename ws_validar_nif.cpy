      *Campos de trabajo de la validacion compartida del NIF, NIE o
      *CIF: el identificador a comprobar con sus vistas por
      *posiciones, el resultado y los auxiliares de las letras y
      *digitos de control. Acompanan a parrafo_validar_nif.
       01 nif_validar pic x(9) value spaces.
       01 nif_validar_car redefines nif_validar.
          02 nif_car pic x occurs 9 times.
      *   DNI: ocho cifras y letra de control.
       01 nif_validar_dni redefines nif_validar.
          02 nif_dni_cifras pic x(8).
          02 nif_dni_letra  pic x.
      *   NIE, CIF y NIF especiales: letra inicial, siete cifras y
      *   caracter de control.
       01 nif_validar_cif redefines nif_validar.
          02 nif_cif_inicial pic x.
          02 nif_cif_cifras  pic x(7).
          02 nif_cif_control pic x.
       77 nif_valido pic 9 value 1.
       77 nif_numero pic 9(8) value 0.
       77 nif_cociente pic 9(8) value 0.
       77 nif_resto pic 99 value 0.
       77 nif_idx pic 99 value 0.
       77 nif_digito pic 9 value 0.
       77 nif_doble pic 99 value 0.
       77 nif_suma pic 9(3) value 0.
       77 nif_control pic 9 value 0.
       01 letras_nif pic x(23) value "TRWAGMYFPDXBNJZSQVHLCKE".
       01 letras_nif_det redefines letras_nif.
          02 letra_nif pic x occurs 23 times.
       01 letras_cif pic x(10) value "JABCDEFGHI".
       01 letras_cif_det redefines letras_cif.
          02 letra_cif pic x occurs 10 times.
