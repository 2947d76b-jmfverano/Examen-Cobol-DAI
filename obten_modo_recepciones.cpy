      *Pantalla que permite elegir entre el diario de entradas de un
      *dia, el listado de pedidos de compra con genero pendiente y
      *el de devoluciones a proveedor pendientes de abono.
       01 obten_modo_recepciones
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "1.- Diario de recepciones de un dia".
           02 line 5 col 5 value "2.- Pedidos de compra pendientes".
           02 line 6 col 5 value
              "3.- Devoluciones a proveedor pendientes de abono".
           02 line 8 col 5 value "Opcion: ".
           02 line 8 col 13 REQUIRED pic 9 using modo_recepciones.
