      *Pantalla que obtendra el codigo de tecnico a buscar.
       01 obten_codigo_tecnico
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Codigo de tecnico: ".
           02 line 4 col 25 REQUIRED pic x(3) using tec_codigo.
