      *Totales del libro de liquidacion de IVA del trimestre.
       01 p_total_iva
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 15 col 5 value "Serie F (completas):  Base ".
           02 line 15 col 32 pic -zzzzzzzzzzzz9.99
              using total_base_completas.
           02 line 15 col 50 value "Cuota ".
           02 line 15 col 56 pic -zzzzzzzzzzzz9.99
              using total_iva_completas.
           02 line 16 col 5 value "Serie T (simplif.):   Base ".
           02 line 16 col 32 pic -zzzzzzzzzzzz9.99
              using total_base_simplificadas.
           02 line 16 col 50 value "Cuota ".
           02 line 16 col 56 pic -zzzzzzzzzzzz9.99
              using total_iva_simplificadas.
           02 line 18 col 1 value "----------------------------------".
           02 line 19 col 5 value "Base imponible total: ".
           02 line 19 col 32 pic zzzzzzzzzzzz9.99 using total_base.
