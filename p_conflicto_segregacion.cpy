      *Aviso de que los permisos tecleados reunen opciones que una
      *regla de segregacion de funciones declara incompatibles. Para
      *grabarlos hay que dar el motivo de la excepcion; en blanco no
      *se graba nada.
       01 p_conflicto_segregacion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Login: ".
           02 line 4 col 13 pic x(12) from perm_login.
           02 line 5 col 5
              value "Estos permisos crean conflictos de segregacion:".
           02 line 6 col 5 value "Regla Descripcion".
      *Una linea por regla nueva en conflicto.
       01 p_linea_conflicto
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line linea_conflicto col 5 pic x(4)
              from rs_codigo(idx_regla).
           02 line linea_conflicto col 11 pic x(40)
              from rs_descripcion(idx_regla).
      *Motivo de la excepcion.
       01 p_motivo_excepcion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 18 col 5
              value "Motivo de la excepcion (blanco = no grabar):".
           02 line 19 col 5 pic x(60) using motivo_excepcion.
