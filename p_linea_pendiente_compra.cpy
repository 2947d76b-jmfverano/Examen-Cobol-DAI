      *Pantalla de una linea de pedido de compra con genero todavia
      *pendiente de servir por el proveedor, en su unidad de compra.
       01 p_linea_pendiente_compra
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 6 col 5 value "Pedido de compra: ".
           02 line 10 col 15 pic 9(5) from pcd_unidades.
           02 line 11 col 17 pic 9(5) from pcd_recibidas.
           02 line 12 col 18 pic z(5)9 from unidades_pendientes.
           02 line 10 col 21 pic x(3) from pcd_unidad_compra.
           02 line 11 col 23 pic x(3) from pcd_unidad_compra.
           02 line 12 col 25 pic x(3) from pcd_unidad_compra.
