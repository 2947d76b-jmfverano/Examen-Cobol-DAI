      *Pantalla que obtiene los filtros del informe de cambios de
      *los maestros: fichero, clave, campo, usuario y rango de
      *fechas. Un filtro en blanco no filtra por ese campo.
       01 obten_filtro_cambios
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Fichero (blanco=todos): ".
           02 line 5 col 5 value "Clave (blanco=todas): ".
           02 line 6 col 5 value "Campo (blanco=todos): ".
           02 line 7 col 5 value "Usuario (blanco=todos): ".
           02 line 8 col 5 value "Fecha desde (AAAAMMDD): ".
           02 line 9 col 5 value "Fecha hasta (AAAAMMDD): ".

           02 line 4 col 30 pic x(12) using fichero_filtro.
           02 line 5 col 30 pic x(16) using clave_filtro.
           02 line 6 col 30 pic x(24) using campo_filtro.
           02 line 7 col 30 pic x(12) using usuario_filtro.
           02 line 8 col 30 REQUIRED pic 9(8) using fecha_desde.
           02 line 9 col 30 REQUIRED pic 9(8) using fecha_hasta.
