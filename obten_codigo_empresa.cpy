      *Pantalla que obtendra el codigo de empresa a buscar.
       01 obten_codigo_empresa
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Codigo de empresa: ".
           02 line 4 col 25 REQUIRED pic x(2) using emp_codigo.
