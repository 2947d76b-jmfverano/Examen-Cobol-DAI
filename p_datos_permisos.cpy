           02 line 7 col 5 value "posicion 1 = opcion 1 del menu:".
           02 line 9 col 5 value "1234567890123456789012345".
           02 line 9 col 30 value "6789012345678901234567890".
           02 line 11 col 5 value "Opciones 51 a 99:".
           02 line 13 col 5
              value "La opcion 5 (salir) se concede siempre.".
           02 line 15 col 5
              value "Empresas permitidas (en blanco, todas):".
           02 line 18 col 5
              value "Limite pedido compra (0 = el general): ".
           02 line 20 col 5
              value "Ver cuentas bancarias completas (S/N): ".

           02 line 4 col 13 pic x(12) from perm_login.
           02 line 10 col 5 pic x(50) using permisos_tramo_1.
           02 line 12 col 5 pic x(49) using permisos_tramo_2.
           02 line 16 col 5 pic x(20) using empresas_permitidas.
           02 line 18 col 48 pic 9(9)V99 using limite_compra_usuario.
           02 line 20 col 48 pic x using ver_cuentas_usuario.
