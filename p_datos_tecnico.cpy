      *Pantalla de alta/consulta/modificacion de un tecnico.
       01 p_datos_tecnico
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Codigo: ".
           02 line 5 col 5 value "Nombre: ".
           02 line 6 col 5 value "Especialidad: ".
           02 line 7 col 5 value "Estado (A=Activo/I=Inactivo): ".

           02 line 4 col 14 REQUIRED pic x(3) using tec_codigo.
           02 line 5 col 14 pic x(30) using tec_nombre.
           02 line 6 col 20 pic x(20) using tec_especialidad.
           02 line 7 col 36 pic x using tec_estado.
