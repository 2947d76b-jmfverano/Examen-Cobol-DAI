           02 line 8 col 10 value "2.- Consulta".
           02 line 10 col 10 value "3.- Conformar (tres vias)".
           02 line 12 col 10 value "4.- Marcar pagada".
           02 line 14 col 10 value "5.- Registrar abono de devolucion".
           02 line 16 col 10 value "6.- Salir".
           02 line 18 col 10 value "Opcion: ".
           02 line 18 col 19 REQUIRED pic 9 using opcion_mtto.
