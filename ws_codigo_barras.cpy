      *Campos de trabajo de los codigos de barras. Acompanan a
      *parrafo_codigo_barras: el codigo leido en pantalla (un
      *codigo de articulo o un codigo de barras escaneado), el
      *articulo al que corresponde y la validacion del digito de
      *control de un codigo EAN/UPC.
       77 ws-estado-barras pic xx value spaces.
       77 codigo_leido pic x(14) value spaces.
       77 codigo_resuelto pic x(4) value spaces.
       01 barras_validar pic x(14) value spaces.
       01 barras_digitos redefines barras_validar.
          02 barras_car pic x occurs 14 times.
       77 barras_valido pic 9 value 0.
       77 barras_tipo pic x value space.
       77 barras_longitud pic 99 value 0.
       77 barras_idx pic 99 value 0.
       77 barras_peso pic 9 value 0.
       77 barras_cifra pic 9 value 0.
       77 barras_suma pic 9(4) value 0.
       77 barras_cociente pic 9(4) value 0.
       77 barras_resto pic 9 value 0.
       77 barras_control pic 9 value 0.
