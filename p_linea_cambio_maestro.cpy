      *Pantalla de consulta de un cambio de un campo de un maestro.
       01 p_linea_cambio_maestro
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 6 col 5 value "Fichero: ".
           02 line 6 col 30 value "Clave: ".
           02 line 7 col 5 value "Operacion: ".
           02 line 8 col 5 value "Campo: ".
           02 line 9 col 5 value "Antes: ".
           02 line 10 col 5 value "Despues: ".
           02 line 11 col 5 value "Usuario: ".
           02 line 11 col 30 value "Programa: ".
           02 line 12 col 5 value "Fecha: ".
           02 line 12 col 30 value "Hora: ".

           02 line 6 col 15 pic x(12) from cma_fichero.
           02 line 6 col 37 pic x(16) from cma_clave.
           02 line 7 col 17 pic x(12) from operacion_descrita.
           02 line 8 col 15 pic x(24) from cma_campo.
           02 line 9 col 15 pic x(40) from cma_valor_anterior.
           02 line 10 col 15 pic x(40) from cma_valor_nuevo.
           02 line 11 col 15 pic x(12) from cma_usuario.
           02 line 11 col 40 pic x(24) from cma_programa.
           02 line 12 col 15 pic 9(8) from cma_fecha.
           02 line 12 col 40 pic 9(8) from cma_hora.
