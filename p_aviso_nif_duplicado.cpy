      *Avisa de que el NIF tecleado ya lo tiene otro codigo activo y
      *pide confirmacion antes de grabar, por si se trata de la
      *misma empresa dada de alta dos veces.
       01 p_aviso_nif_duplicado
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 beep.
           02 line 20 col 5 value "Aviso: el NIF ya lo tiene el codigo".
           02 line 20 col 42 pic x(4) from nif_titular.
           02 line 21 col 5 value "Grabar de todos modos (S/N)? ".
           02 line 21 col 35 REQUIRED pic x using continuar.
