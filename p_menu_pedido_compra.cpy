           02 line 10 col 10 value "3.- Modificar linea".
           02 line 12 col 10 value "4.- Anular pedido".
           02 line 14 col 10 value "5.- Imprimir pedido".
           02 line 16 col 10 value "6.- Aprobar pedidos".
           02 line 18 col 10 value "7.- Salir".
           02 line 20 col 10 value "Opcion: ".
           02 line 20 col 19 REQUIRED pic 9 using opcion_mtto.
