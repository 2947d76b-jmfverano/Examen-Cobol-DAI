      *Campos de trabajo de la validacion compartida de cuentas IBAN
      *y codigos BIC: la cuenta a comprobar, su copia sin espacios y
      *los auxiliares del digito de control. Acompanan a
      *parrafo_validar_iban.
       01 iban_validar pic x(34) value spaces.
       01 iban_validar_car redefines iban_validar.
          02 iban_car_entrada pic x occurs 34 times.
       01 iban_compacto pic x(34) value spaces.
       01 iban_compacto_car redefines iban_compacto.
          02 iban_car pic x occurs 34 times.
       77 iban_valido pic 9 value 1.
       77 iban_longitud pic 99 value 0.
       77 iban_idx pic 99 value 0.
       77 iban_pos pic 99 value 0.
       77 iban_resto pic 9(4) value 0.
       77 iban_cociente pic 9(4) value 0.
       77 iban_valor pic 99 value 0.
       77 iban_letra_idx pic 99 value 0.
       01 letras_iban pic x(26) value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 letras_iban_det redefines letras_iban.
          02 letra_iban pic x occurs 26 times.
       01 bic_validar pic x(11) value spaces.
       77 bic_valido pic 9 value 1.
