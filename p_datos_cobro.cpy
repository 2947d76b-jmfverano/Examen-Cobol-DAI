       01 p_datos_cobro
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Codigo venta: ".
           02 line 4 col 20 pic x(8) from codigo_venta.
           02 line 6 col 5 value "Cliente: ".
           02 line 6 col 15 pic x(4) from codigo_cliente.
           02 line 6 col 21 pic x(15) from nombre_cliente.
           02 line 13 col 23 REQUIRED pic 9(9)V99 using importe_cobro.
           02 line 14 col 5 value "Forma de pago: ".
           02 line 14 col 21 pic x(2) using forma_pago_cobro.
           02 line 14 col 25 value "(SF = saldo a favor: ".
           02 line 14 col 46 pic -zzzzzzzz9.99 from saldo_favor.
           02 line 14 col 59 value ")".
