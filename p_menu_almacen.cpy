           02 line 8 col 10 value "2.- Consulta de almacen".
           02 line 10 col 10 value "3.- Traspaso entre almacenes".
           02 line 12 col 10 value "4.- Stock de un articulo".
           02 line 14 col 10 value "5.- Niveles de un articulo".
           02 line 16 col 10 value "6.- Traspasos propuestos".
           02 line 18 col 10 value "7.- Salir".
           02 line 20 col 10 value "Opcion: ".
           02 line 20 col 19 REQUIRED pic 9 using opcion_mtto.
