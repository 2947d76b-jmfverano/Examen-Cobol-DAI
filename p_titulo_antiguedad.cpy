      *Cabecera del informe de antiguedad de saldos pendientes.
       01 p_titulo_antiguedad
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 1 col 5 value
               "Antiguedad de saldos pendientes (dias vencidos)".
           02 line 2 col 5 value "Cliente".
           02 line 2 col 25 value "0-30".
           02 line 2 col 37 value "31-60".
