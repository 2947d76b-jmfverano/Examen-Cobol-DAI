           02 line 8 col 10 value "2.- Consulta".
           02 line 10 col 10 value "3.- Modificar".
           02 line 12 col 10 value "4.- Baja".
           02 line 14 col 10 value "5.- Contactos y agenda".
           02 line 16 col 10 value "6.- Salir".
           02 line 18 col 10 value "Opcion: ".
           02 line 18 col 19 REQUIRED pic 9 using opcion_mtto.
