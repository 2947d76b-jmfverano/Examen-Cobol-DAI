      *Pantalla de alta/consulta/modificacion de una empresa.
       01 p_datos_empresa
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Codigo: ".
           02 line 5 col 5 value "Nombre: ".
           02 line 6 col 5 value "Directorio de datos: ".
           02 line 7 col 5 value "Estado (A=Activa/I=Inactiva): ".
           02 line 9 col 5 value
              "El directorio va junto al comun, sin ruta.".

           02 line 4 col 14 REQUIRED pic x(2) using emp_codigo.
           02 line 5 col 14 pic x(30) using emp_nombre.
           02 line 6 col 27 REQUIRED pic x(30) using emp_directorio.
           02 line 7 col 36 pic x using emp_estado.
